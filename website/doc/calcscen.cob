000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    CALCSCEN.                                         26/10/15
000300                                                                  26/10/15
000400 AUTHOR.        J ANDERSON.                                       26/10/15
000500 DATE-WRITTEN.  26/10/15                                          26/10/15
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/10/15
000800*-----------------------------------------------------------------26/10/15
000900*  CALCSCEN - WHAT-IF SCENARIO EVALUATION AND IMPACT REPORT       26/10/15
001000*                                                                 26/10/15
001100*  RUNS THE FORMULA VERSIONS IN EFFECT FOR THE AS-OF DATE OVER    26/10/15
001200*  THE REAL VARIABLE INPUT FILE (CALCVARS) TWICE FOR EVERY        26/10/15
001300*  INPUT RECORD - ONCE ON THE VALUES AS THEY STAND AND ONCE ON    26/10/15
001400*  THE VALUES AS SHOCKED BY A SCENARIO - AND REPORTS THE          26/10/15
001500*  DIFFERENCE BY BRANCH CODE (THE FIRST FOUR CHARACTERS OF THE    26/10/15
001600*  INPUT KEY) AND BY FORMULA ID.  CHAINED FORMULAS ARE ORDERED    26/10/15
001700*  AND LOADED EXACTLY AS IN THE PRODUCTION RUN (CALCEXEC).        26/10/15
001800*                                                                 26/10/15
001900*  THE SCENARIO DEFINITION FILE (CALCSCDF) CARRIES:               26/10/15
002000*                                                                 26/10/15
002100*      - "T" A TITLE, ECHOED ON THE REPORT;                       26/10/15
002200*      - "V" A SHOCK TO ONE VARIABLE SLOT A-J: ADD THE VALUE,     26/10/15
002300*        MULTIPLY BY IT OR REPLACE WITH IT, OPTIONALLY ONLY FOR   26/10/15
002400*        INPUT KEYS WITHIN A KEY RANGE (A SPACE LOW OR HIGH KEY   26/10/15
002500*        MEANS THE FIRST OR LAST KEY).  SHOCKS ARE APPLIED IN     26/10/15
002600*        FILE ORDER, SO TWO SHOCKS TO ONE SLOT COMPOUND;          26/10/15
002700*      - "B" A SUBSTITUTE RATE BAND.  A RATE TABLE GIVEN ANY      26/10/15
002800*        SUBSTITUTE BANDS IS REPLACED AS A WHOLE FOR THE SHOCKED  26/10/15
002900*        PASS.  ITS BANDS MUST BE TOGETHER IN THE FILE, IN BAND   26/10/15
003000*        ORDER, AND TILE AS RATETAB'S DO (SEE RATEREC.CPY).       26/10/15
003100*                                                                 26/10/15
003200*  THE DEFINITION IS ECHOED ON THE REPORT.  IF ANY RECORD IS IN   26/10/15
003300*  ERROR, OR THERE IS NOTHING TO SHOCK, THE ERRORS ARE FLAGGED    26/10/15
003400*  AND NOTHING IS EVALUATED.  A SHOCK WHOSE RESULT WILL NOT FIT   26/10/15
003500*  THE VARIABLE LEAVES THAT VALUE UNSHOCKED AND IS COUNTED.       26/10/15
003600*                                                                 26/10/15
003700*  THIS IS A PLANNING RUN ONLY.  IT DECLARES NO PRODUCTION FILE   26/10/15
003800*  - NOT THE RESULTS MASTER, THE GL INTERFACE NOR THE RUN LOG -   26/10/15
003900*  AND NEEDS NO RUN CONTROL RECORD; ITS ONLY OUTPUT IS ITS OWN    26/10/15
004000*  REPORT (CALCWRPT).  THE AS-OF DATE IS ACCEPTED AT RUN TIME,    26/10/15
004100*  DEFAULTING TO TODAY.                                           26/10/15
004200*-----------------------------------------------------------------26/10/15
004300                                                                  26/10/15
004400 ENVIRONMENT DIVISION.                                            26/10/15
004500                                                                  26/10/15
004600 CONFIGURATION SECTION.                                           26/10/15
004700 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
004800 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
004900                                                                  26/10/15
005000 INPUT-OUTPUT SECTION.                                            26/10/15
005100 FILE-CONTROL.                                                    26/10/15
005200     SELECT FORMULA-LIBRARY                                       26/10/15
005300         ASSIGN TO "FORMLIB"                                      26/10/15
005400         ORGANIZATION IS INDEXED                                  26/10/15
005500         ACCESS MODE IS SEQUENTIAL                                26/10/15
005600         RECORD KEY IS FL-FORMULA-KEY.                            26/10/15
005700     SELECT VARIABLE-INPUT                                        26/10/15
005800         ASSIGN TO "CALCVARS"                                     26/10/15
005900         ORGANIZATION IS SEQUENTIAL.                              26/10/15
006000     SELECT OPTIONAL RATE-TABLE-FILE                              26/10/15
006100         ASSIGN TO "RATETAB"                                      26/10/15
006200         ORGANIZATION IS INDEXED                                  26/10/15
006300         ACCESS MODE IS SEQUENTIAL                                26/10/15
006400         RECORD KEY IS RT-RATE-KEY.                               26/10/15
006500     SELECT SCENARIO-FILE                                         26/10/15
006600         ASSIGN TO "CALCSCDF"                                     26/10/15
006700         ORGANIZATION IS SEQUENTIAL.                              26/10/15
006800     SELECT SCENARIO-REPORT                                       26/10/15
006900         ASSIGN TO "CALCWRPT"                                     26/10/15
007000         ORGANIZATION IS SEQUENTIAL.                              26/10/15
007100                                                                  26/10/15
007200 DATA DIVISION.                                                   26/10/15
007300                                                                  26/10/15
007400 FILE SECTION.                                                    26/10/15
007500 FD  FORMULA-LIBRARY                                              26/10/15
007600     LABEL RECORDS ARE STANDARD.                                  26/10/15
007700 COPY FORMREC.                                                    26/10/15
007800                                                                  26/10/15
007900 FD  VARIABLE-INPUT                                               26/10/15
008000     LABEL RECORDS ARE STANDARD.                                  26/10/15
008100 01  VARIABLE-RECORD.                                             26/10/15
008200     02  CV-INPUT-KEY            PIC X(16).                       26/10/15
008300     02  FILLER REDEFINES CV-INPUT-KEY.                           26/10/15
008400         03  CV-BRANCH-CODE      PIC X(4).                        26/10/15
008500         03  FILLER              PIC X(12).                       26/10/15
008600     02  CV-VARIABLE             PIC S9(9)V9(9)                   26/10/15
008700                                 OCCURS 10 TIMES.                 26/10/15
008800                                                                  26/10/15
008900 FD  RATE-TABLE-FILE                                              26/10/15
009000     LABEL RECORDS ARE STANDARD.                                  26/10/15
009100 COPY RATEREC.                                                    26/10/15
009200                                                                  26/10/15
009300 FD  SCENARIO-FILE                                                26/10/15
009400     LABEL RECORDS ARE STANDARD.                                  26/10/15
009500 01  SCENARIO-RECORD.                                             26/10/15
009600     02  SC-RECORD-TYPE          PIC X.                           26/10/15
009700         88  SC-TYPE-IS-TITLE               VALUE "T".            26/10/15
009800         88  SC-TYPE-IS-SHOCK               VALUE "V".            26/10/15
009900         88  SC-TYPE-IS-BAND                VALUE "B".            26/10/15
010000     02  SC-RECORD-BODY          PIC X(70).                       26/10/15
010100     02  SC-TITLE-BODY REDEFINES SC-RECORD-BODY.                  26/10/15
010200         03  SC-TITLE            PIC X(60).                       26/10/15
010300         03  FILLER              PIC X(10).                       26/10/15
010400     02  SC-SHOCK-BODY REDEFINES SC-RECORD-BODY.                  26/10/15
010500         03  SC-VARIABLE         PIC X.                           26/10/15
010600         03  SC-OPERATION        PIC X.                           26/10/15
010700             88  SC-OPERATION-IS-ADD        VALUE "A".            26/10/15
010800             88  SC-OPERATION-IS-MULTIPLY   VALUE "M".            26/10/15
010900             88  SC-OPERATION-IS-REPLACE    VALUE "R".            26/10/15
011000         03  SC-SHOCK-VALUE      PIC S9(9)V9(9).                  26/10/15
011100         03  SC-KEY-LO           PIC X(16).                       26/10/15
011200         03  SC-KEY-HI           PIC X(16).                       26/10/15
011300         03  FILLER              PIC X(18).                       26/10/15
011400     02  SC-BAND-BODY REDEFINES SC-RECORD-BODY.                   26/10/15
011500         03  SC-TABLE-ID         PIC 9(4).                        26/10/15
011600         03  SC-BAND-NBR         PIC 9(3).                        26/10/15
011700         03  SC-BAND-FROM        PIC 9(9)V9(9).                   26/10/15
011800         03  SC-BAND-TO          PIC 9(9)V9(9).                   26/10/15
011900         03  SC-RATE-PCT         PIC 9(3)V9(6).                   26/10/15
012000         03  FILLER              PIC X(18).                       26/10/15
012100                                                                  26/10/15
012200 FD  SCENARIO-REPORT                                              26/10/15
012300     LABEL RECORDS ARE STANDARD.                                  26/10/15
012400 01  REPORT-LINE                 PIC X(132).                      26/10/15
012500                                                                  26/10/15
012600 WORKING-STORAGE SECTION.                                         26/10/15
012700                                                                  26/10/15
012800*-----------------------------------------------------------------26/10/15
012900*  SWITCHES AND COUNTERS.                                         26/10/15
013000*-----------------------------------------------------------------26/10/15
013100 01  WS-SWITCHES.                                                 26/10/15
013200     02  WS-INPUT-EOF-SWITCH      PIC X      VALUE SPACE.         26/10/15
013300         88  NO-MORE-INPUT                   VALUE "Y".           26/10/15
013400     02  WS-SCEN-EOF-SWITCH       PIC X      VALUE SPACE.         26/10/15
013500         88  NO-MORE-SCENARIO                VALUE "Y".           26/10/15
013600     02  WS-DEFINITION-SWITCH     PIC X      VALUE SPACE.         26/10/15
013700         88  DEFINITION-IN-ERROR             VALUE "Y".           26/10/15
013800     02  WS-PASS-SWITCH           PIC X      VALUE SPACE.         26/10/15
013900         88  BASE-PASS                       VALUE "B".           26/10/15
014000         88  SCENARIO-PASS                   VALUE "S".           26/10/15
014100     02  WS-BRANCH-SWITCH         PIC X      VALUE SPACE.         26/10/15
014200         88  BRANCH-IS-OPEN                  VALUE "Y".           26/10/15
014300     02  WS-SUBSTITUTED-SWITCH    PIC X      VALUE SPACE.         26/10/15
014400         88  TABLE-IS-SUBSTITUTED            VALUE "Y".           26/10/15
014500     02  WS-PROGRESS-SWITCH       PIC X      VALUE SPACE.         26/10/15
014600         88  PASS-MADE-PROGRESS              VALUE "Y".           26/10/15
014700     02  WS-READY-SWITCH          PIC X      VALUE SPACE.         26/10/15
014800         88  FORMULA-IS-READY                VALUE "Y".           26/10/15
014900     02  WS-CHAIN-FAIL-SWITCH     PIC X      VALUE SPACE.         26/10/15
015000         88  CHAIN-VALUE-MISSING             VALUE "Y".           26/10/15
015100                                                                  26/10/15
015200 COPY FORMSELW.                                                   26/10/15
015300 COPY RATELODW.                                                   26/10/15
015400                                                                  26/10/15
015500 01  WS-COUNTERS.                                                 26/10/15
015600     02  WS-VAR-INDEX             PIC S9(4)  COMP VALUE ZERO.     26/10/15
015700     02  WS-FORMULA-INDEX         PIC S9(4)  COMP VALUE ZERO.     26/10/15
015800     02  WS-FORMULA-COUNT         PIC S9(4)  COMP VALUE ZERO.     26/10/15
015900     02  WS-FORMULA-MAX           PIC S9(4)  COMP VALUE 500.      26/10/15
016000     02  WS-BAD-COUNT             PIC S9(4)  COMP VALUE ZERO.     26/10/15
016100     02  WS-TOTAL-INPUT           PIC S9(7)  COMP VALUE ZERO.     26/10/15
016200     02  WS-TOTAL-SHOCKED         PIC S9(7)  COMP VALUE ZERO.     26/10/15
016300     02  WS-SHOCK-OVERFLOWS       PIC S9(7)  COMP VALUE ZERO.     26/10/15
016400     02  WS-DEF-ERRORS            PIC S9(4)  COMP VALUE ZERO.     26/10/15
016500     02  WS-CHAIN-INDEX           PIC S9(4)  COMP VALUE ZERO.     26/10/15
016600     02  WS-SCAN-INDEX            PIC S9(4)  COMP VALUE ZERO.     26/10/15
016700     02  WS-ORDER-INDEX           PIC S9(4)  COMP VALUE ZERO.     26/10/15
016800     02  WS-ORDER-COUNT           PIC S9(4)  COMP VALUE ZERO.     26/10/15
016900     02  WS-REF-INDEX             PIC S9(4)  COMP VALUE ZERO.     26/10/15
017000     02  WS-SLOT-INDEX            PIC S9(4)  COMP VALUE ZERO.     26/10/15
017100     02  WS-LETTER-INDEX          PIC S9(4)  COMP VALUE ZERO.     26/10/15
017200     02  WS-SHOCK-INDEX           PIC S9(4)  COMP VALUE ZERO.     26/10/15
017300     02  WS-SHOCK-COUNT           PIC S9(4)  COMP VALUE ZERO.     26/10/15
017400     02  WS-SHOCK-MAX             PIC S9(4)  COMP VALUE 50.       26/10/15
017500     02  WS-BAND-INDEX            PIC S9(4)  COMP VALUE ZERO.     26/10/15
017600     02  WS-BAND-COUNT            PIC S9(4)  COMP VALUE ZERO.     26/10/15
017700     02  WS-SUB-INDEX             PIC S9(4)  COMP VALUE ZERO.     26/10/15
017800     02  WS-SUB-COUNT             PIC S9(4)  COMP VALUE ZERO.     26/10/15
017900     02  WS-SUB-MAX               PIC S9(4)  COMP VALUE 20.       26/10/15
018000     02  WS-RATE-INDEX            PIC S9(4)  COMP VALUE ZERO.     26/10/15
018100                                                                  26/10/15
018200 01  WS-WORK-AREAS.                                               26/10/15
018300     02  WS-DEF-REASON            PIC X(30)  VALUE SPACE.         26/10/15
018400     02  WS-BRANCH-CODE           PIC X(4)   VALUE SPACE.         26/10/15
018500     02  WS-LAST-BAND-TABLE       PIC 9(4)   VALUE ZERO.          26/10/15
018600     02  WS-LAST-BAND-TO          PIC 9(9)V9(9) VALUE ZERO.       26/10/15
018700     02  WS-DIFF-WORK             PIC S9(13)V9(9) VALUE ZERO.     26/10/15
018800     02  WS-PCT-WORK              PIC S9(5)V99 VALUE ZERO.        26/10/15
018900                                                                  26/10/15
019000 01  WS-SLOT-LETTERS              PIC X(10)  VALUE "ABCDEFGHIJ".  26/10/15
019100 01  FILLER REDEFINES WS-SLOT-LETTERS.                            26/10/15
019200     02  WS-SLOT-LETTER           PIC X      OCCURS 10 TIMES.     26/10/15
019300                                                                  26/10/15
019400*-----------------------------------------------------------------26/10/15
019500*  THE SCENARIO - THE ACCEPTED SHOCKS IN FILE ORDER, THE          26/10/15
019600*  SUBSTITUTE BANDS AND THE TABLES THEY REPLACE, AND THE          26/10/15
019700*  CURRENT INPUT RECORD'S VARIABLES AS SHOCKED.                   26/10/15
019800*-----------------------------------------------------------------26/10/15
019900 01  WS-SHOCK-TABLE.                                              26/10/15
020000     02  WS-SHOCK-ENTRY           OCCURS 50 TIMES.                26/10/15
020100         03  WS-SHOCK-SLOT        PIC S9(4)  COMP.                26/10/15
020200         03  WS-SHOCK-OPERATION   PIC X.                          26/10/15
020300             88  SHOCK-IS-MULTIPLY           VALUE "M".           26/10/15
020400             88  SHOCK-IS-REPLACE            VALUE "R".           26/10/15
020500         03  WS-SHOCK-VALUE       PIC S9(9)V9(9).                 26/10/15
020600         03  WS-SHOCK-KEY-LO      PIC X(16).                      26/10/15
020700         03  WS-SHOCK-KEY-HI      PIC X(16).                      26/10/15
020800                                                                  26/10/15
020900 01  WS-SUB-BAND-TABLE.                                           26/10/15
021000     02  WS-SUB-BAND-ENTRY        OCCURS 200 TIMES.               26/10/15
021100         03  WS-SUB-BAND-TABLE-ID PIC 9(4).                       26/10/15
021200         03  WS-SUB-BAND-FROM     PIC S9(9)V9(9).                 26/10/15
021300         03  WS-SUB-BAND-TO       PIC S9(9)V9(9).                 26/10/15
021400         03  WS-SUB-BAND-PCT      PIC 9(3)V9(6).                  26/10/15
021500                                                                  26/10/15
021600 01  WS-SUB-TABLE-LIST.                                           26/10/15
021700     02  WS-SUB-TABLE-ID          PIC 9(4)   OCCURS 20 TIMES.     26/10/15
021800                                                                  26/10/15
021900 01  WS-SHOCKED-VARIABLES.                                        26/10/15
022000     02  WS-SHOCKED-VARIABLE      PIC S9(9)V9(9)                  26/10/15
022100                                  OCCURS 10 TIMES.                26/10/15
022200                                                                  26/10/15
022300*-----------------------------------------------------------------26/10/15
022400*  RATE AREAS - THE BANDS AS LOADED FROM RATETAB, AND THE SAME    26/10/15
022500*  WITH EVERY SUBSTITUTED TABLE'S BANDS REPLACED.  CALCPK LOOKS   26/10/15
022600*  A BAND UP WITHIN ITS TABLE ID, SO THE SUBSTITUTE BANDS ARE     26/10/15
022700*  SIMPLY APPENDED.  EACH IS MOVED INTO THE CALCPK CONTROL        26/10/15
022800*  BLOCK FOR ITS OWN PASS; WITH NO SUBSTITUTE BANDS THE LOADED    26/10/15
022900*  BANDS STAY IN PLACE FOR BOTH PASSES.                           26/10/15
023000*-----------------------------------------------------------------26/10/15
023100 01  WS-BASE-RATE-AREA.                                           26/10/15
023200     02  WS-BASE-RATE-COUNT       PIC S9(4)  COMP VALUE ZERO.     26/10/15
023300     02  WS-BASE-RATE-ENTRY       OCCURS 200 TIMES.               26/10/15
023400         03  WS-BASE-RATE-TABLE-ID                                26/10/15
023500                                  PIC 9(4).                       26/10/15
023600         03  WS-BASE-RATE-FROM    PIC S9(9)V9(9).                 26/10/15
023700         03  WS-BASE-RATE-TO      PIC S9(9)V9(9).                 26/10/15
023800         03  WS-BASE-RATE-PCT     PIC 9(3)V9(6).                  26/10/15
023900                                                                  26/10/15
024000 01  WS-SCEN-RATE-AREA.                                           26/10/15
024100     02  WS-SCEN-RATE-COUNT       PIC S9(4)  COMP VALUE ZERO.     26/10/15
024200     02  WS-SCEN-RATE-ENTRY       OCCURS 200 TIMES.               26/10/15
024300         03  WS-SCEN-RATE-TABLE-ID                                26/10/15
024400                                  PIC 9(4).                       26/10/15
024500         03  WS-SCEN-RATE-FROM    PIC S9(9)V9(9).                 26/10/15
024600         03  WS-SCEN-RATE-TO      PIC S9(9)V9(9).                 26/10/15
024700         03  WS-SCEN-RATE-PCT     PIC 9(3)V9(6).                  26/10/15
024800                                                                  26/10/15
024900*-----------------------------------------------------------------26/10/15
025000*  FORMULA TABLE - AS IN CALCEXEC, EACH IN-EFFECT FORMULA IS      26/10/15
025100*  COMPILED ONCE AND ITS CODE AREA SAVED.  THE BASE PASS RESULT   26/10/15
025200*  IS KEPT BESIDE THE SCENARIO PASS RESULT FOR THE CURRENT        26/10/15
025300*  INPUT RECORD, AND THE IMPACT TOTALS ARE ACCUMULATED HERE.      26/10/15
025400*-----------------------------------------------------------------26/10/15
025500 01  WS-FORMULA-TABLE.                                            26/10/15
025600     02  WS-FORMULA-ENTRY         OCCURS 500 TIMES.               26/10/15
025700         03  WS-FORMULA-ID        PIC X(8).                       26/10/15
025800         03  WS-FORMULA-STATUS    PIC X.                          26/10/15
025900             88  FORMULA-COMPILED           VALUE "G".            26/10/15
026000             88  FORMULA-IN-ERROR           VALUE "B".            26/10/15
026100         03  WS-FORMULA-ERROR     PIC X(30).                      26/10/15
026200         03  WS-FORMULA-ERR-POSN  PIC S9(3)  COMP.                26/10/15
026300         03  WS-FORMULA-ROUND-PLACES                              26/10/15
026400                                  PIC 9.                          26/10/15
026500         03  WS-FORMULA-ROUND-RULE                                26/10/15
026600                                  PIC X.                          26/10/15
026700         03  WS-FORMULA-RESULT    PIC S9(9)V9(9).                 26/10/15
026800         03  WS-FORMULA-EVAL-OK   PIC X.                          26/10/15
026900         03  WS-FORMULA-BASE-RESULT                               26/10/15
027000                                  PIC S9(9)V9(9).                 26/10/15
027100         03  WS-FORMULA-BASE-OK   PIC X.                          26/10/15
027200         03  WS-FORMULA-PICKED    PIC X.                          26/10/15
027300         03  WS-FORMULA-CHAIN     OCCURS 3 TIMES.                 26/10/15
027400             04  WS-CHAIN-ID      PIC X(8).                       26/10/15
027500             04  WS-CHAIN-SLOT    PIC 9(2).                       26/10/15
027600             04  WS-CHAIN-X       PIC S9(4)  COMP.                26/10/15
027700         03  WS-FORMULA-TOTALS.                                   26/10/15
027800             04  WS-FM-RECORDS    PIC S9(7)  COMP.                26/10/15
027900             04  WS-FM-BASE-TOTAL PIC S9(13)V9(9).                26/10/15
028000             04  WS-FM-SCEN-TOTAL PIC S9(13)V9(9).                26/10/15
028100             04  WS-FM-CHANGED    PIC S9(7)  COMP.                26/10/15
028200             04  WS-FM-BASE-ERRORS                                26/10/15
028300                                  PIC S9(7)  COMP.                26/10/15
028400             04  WS-FM-SCEN-ERRORS                                26/10/15
028500                                  PIC S9(7)  COMP.                26/10/15
028600         03  WS-FORMULA-CODE      PIC X(4810).                    26/10/15
028700                                                                  26/10/15
028800*  THE EVALUATION ORDER SETTLED AT INITIALIZATION - TABLE         26/10/15
028900*  INDEXES INTO WS-FORMULA-TABLE, REFERENCED FORMULAS FIRST.      26/10/15
029000 01  WS-EVAL-ORDER.                                               26/10/15
029100     02  WS-EVAL-ENTRY            PIC S9(4)  COMP                 26/10/15
029200                                  OCCURS 500 TIMES.               26/10/15
029300                                                                  26/10/15
029400*-----------------------------------------------------------------26/10/15
029500*  IMPACT TOTALS - THE CURRENT BRANCH, THE WHOLE RUN, AND THE     26/10/15
029600*  LINE BEING PRINTED.  ALL THREE SHARE THE LAYOUT OF             26/10/15
029700*  WS-FORMULA-TOTALS SO ANY OF THEM CAN BE MOVED TO THE LINE.     26/10/15
029800*-----------------------------------------------------------------26/10/15
029900 01  WS-BRANCH-TOTALS.                                            26/10/15
030000     02  WS-BR-RECORDS            PIC S9(7)  COMP VALUE ZERO.     26/10/15
030100     02  WS-BR-BASE-TOTAL         PIC S9(13)V9(9) VALUE ZERO.     26/10/15
030200     02  WS-BR-SCEN-TOTAL         PIC S9(13)V9(9) VALUE ZERO.     26/10/15
030300     02  WS-BR-CHANGED            PIC S9(7)  COMP VALUE ZERO.     26/10/15
030400     02  WS-BR-BASE-ERRORS        PIC S9(7)  COMP VALUE ZERO.     26/10/15
030500     02  WS-BR-SCEN-ERRORS        PIC S9(7)  COMP VALUE ZERO.     26/10/15
030600                                                                  26/10/15
030700 01  WS-GRAND-TOTALS.                                             26/10/15
030800     02  WS-GR-RECORDS            PIC S9(7)  COMP VALUE ZERO.     26/10/15
030900     02  WS-GR-BASE-TOTAL         PIC S9(13)V9(9) VALUE ZERO.     26/10/15
031000     02  WS-GR-SCEN-TOTAL         PIC S9(13)V9(9) VALUE ZERO.     26/10/15
031100     02  WS-GR-CHANGED            PIC S9(7)  COMP VALUE ZERO.     26/10/15
031200     02  WS-GR-BASE-ERRORS        PIC S9(7)  COMP VALUE ZERO.     26/10/15
031300     02  WS-GR-SCEN-ERRORS        PIC S9(7)  COMP VALUE ZERO.     26/10/15
031400                                                                  26/10/15
031500 01  WS-LINE-TOTALS.                                              26/10/15
031600     02  WS-LN-RECORDS            PIC S9(7)  COMP VALUE ZERO.     26/10/15
031700     02  WS-LN-BASE-TOTAL         PIC S9(13)V9(9) VALUE ZERO.     26/10/15
031800     02  WS-LN-SCEN-TOTAL         PIC S9(13)V9(9) VALUE ZERO.     26/10/15
031900     02  WS-LN-CHANGED            PIC S9(7)  COMP VALUE ZERO.     26/10/15
032000     02  WS-LN-BASE-ERRORS        PIC S9(7)  COMP VALUE ZERO.     26/10/15
032100     02  WS-LN-SCEN-ERRORS        PIC S9(7)  COMP VALUE ZERO.     26/10/15
032200                                                                  26/10/15
032300*-----------------------------------------------------------------26/10/15
032400*  REPORT LINE LAYOUTS.                                           26/10/15
032500*-----------------------------------------------------------------26/10/15
032600 01  WS-HEADING-LINE.                                             26/10/15
032700     02  FILLER                   PIC X(132)                      26/10/15
032800             VALUE "CALCPK WHAT-IF SCENARIO IMPACT REPORT".       26/10/15
032900                                                                  26/10/15
033000 01  WS-REQUEST-LINE.                                             26/10/15
033100     02  FILLER                   PIC X(12)  VALUE "AS-OF DATE: ".26/10/15
033200     02  WS-REQ-AS-OF-DATE        PIC 9(8).                       26/10/15
033300     02  FILLER                   PIC X(112) VALUE SPACE.         26/10/15
033400                                                                  26/10/15
033500 01  WS-CAPTION-LINE.                                             26/10/15
033600     02  WS-CAP-TEXT              PIC X(40).                      26/10/15
033700     02  FILLER                   PIC X(92)  VALUE SPACE.         26/10/15
033800                                                                  26/10/15
033900 01  WS-TEXT-LINE.                                                26/10/15
034000     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
034100     02  WS-TXT-LABEL             PIC X(9).                       26/10/15
034200     02  WS-TXT-TEXT              PIC X(71).                      26/10/15
034300     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
034400     02  WS-TXT-STATUS            PIC X(30).                      26/10/15
034500     02  FILLER                   PIC X(16)  VALUE SPACE.         26/10/15
034600                                                                  26/10/15
034700 01  WS-SHOCK-LINE.                                               26/10/15
034800     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
034900     02  FILLER                   PIC X(9)   VALUE "VARIABLE ".   26/10/15
035000     02  WS-SHK-VARIABLE          PIC X.                          26/10/15
035100     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
035200     02  WS-SHK-OPERATION         PIC X(12).                      26/10/15
035300     02  WS-SHK-VALUE             PIC -(9)9.9(9).                 26/10/15
035400     02  FILLER                   PIC X(7)   VALUE "  KEYS ".     26/10/15
035500     02  WS-SHK-KEY-LO            PIC X(16).                      26/10/15
035600     02  FILLER                   PIC X(3)   VALUE " - ".         26/10/15
035700     02  WS-SHK-KEY-HI            PIC X(16).                      26/10/15
035800     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
035900     02  WS-SHK-STATUS            PIC X(30).                      26/10/15
036000     02  FILLER                   PIC X(10)  VALUE SPACE.         26/10/15
036100                                                                  26/10/15
036200 01  WS-BAND-LINE.                                                26/10/15
036300     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
036400     02  FILLER                   PIC X(11)  VALUE "RATE TABLE ". 26/10/15
036500     02  WS-BND-TABLE-ID          PIC X(4).                       26/10/15
036600     02  FILLER                   PIC X(6)   VALUE " BAND ".      26/10/15
036700     02  WS-BND-BAND-NBR          PIC X(3).                       26/10/15
036800     02  FILLER                   PIC X(7)   VALUE "  FROM ".     26/10/15
036900     02  WS-BND-FROM              PIC Z(8)9.9(9).                 26/10/15
037000     02  FILLER                   PIC X(4)   VALUE " TO ".        26/10/15
037100     02  WS-BND-TO                PIC Z(8)9.9(9).                 26/10/15
037200     02  FILLER                   PIC X(6)   VALUE " PCT  ".      26/10/15
037300     02  WS-BND-PCT               PIC ZZ9.9(6).                   26/10/15
037400     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
037500     02  WS-BND-STATUS            PIC X(30).                      26/10/15
037600     02  FILLER                   PIC X(7)   VALUE SPACE.         26/10/15
037700                                                                  26/10/15
037800 01  WS-DETAIL-LINE.                                              26/10/15
037900     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
038000     02  WS-DET-FORMULA-ID        PIC X(8).                       26/10/15
038100     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
038200     02  WS-DET-ERROR-RETURN      PIC X(30).                      26/10/15
038300     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
038400     02  WS-DET-ERROR-POSN        PIC ZZ9.                        26/10/15
038500     02  FILLER                   PIC X(82)  VALUE SPACE.         26/10/15
038600                                                                  26/10/15
038700 01  WS-COLUMN-LINE.                                              26/10/15
038800     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
038900     02  WS-COL-KEY               PIC X(10).                      26/10/15
039000     02  FILLER                   PIC X(9)   VALUE "RECORDS".     26/10/15
039100     02  FILLER                   PIC X(22)                       26/10/15
039200                      VALUE "          BASE TOTAL".               26/10/15
039300     02  FILLER                   PIC X(22)                       26/10/15
039400                      VALUE "      SCENARIO TOTAL".               26/10/15
039500     02  FILLER                   PIC X(22)                       26/10/15
039600                      VALUE "          DIFFERENCE".               26/10/15
039700     02  FILLER                   PIC X(11)  VALUE "  PCT CHG".   26/10/15
039800     02  FILLER                   PIC X(9)   VALUE "CHANGED".     26/10/15
039900     02  FILLER                   PIC X(9)   VALUE "BAS ERR".     26/10/15
040000     02  FILLER                   PIC X(15)  VALUE "SCN ERR".     26/10/15
040100                                                                  26/10/15
040200 01  WS-IMPACT-LINE.                                              26/10/15
040300     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
040400     02  WS-IMP-KEY               PIC X(8).                       26/10/15
040500     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
040600     02  WS-IMP-RECORDS           PIC ZZZ,ZZ9.                    26/10/15
040700     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
040800     02  WS-IMP-BASE-TOTAL        PIC -(12)9.9(6).                26/10/15
040900     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
041000     02  WS-IMP-SCEN-TOTAL        PIC -(12)9.9(6).                26/10/15
041100     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
041200     02  WS-IMP-DIFFERENCE        PIC -(12)9.9(6).                26/10/15
041300     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
041400     02  WS-IMP-PCT-CHANGE        PIC -(5)9.99.                   26/10/15
041500     02  WS-IMP-PCT-TEXT REDEFINES WS-IMP-PCT-CHANGE              26/10/15
041600                                  PIC X(9).                       26/10/15
041700     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
041800     02  WS-IMP-CHANGED           PIC ZZZ,ZZ9.                    26/10/15
041900     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
042000     02  WS-IMP-BASE-ERRORS       PIC ZZZ,ZZ9.                    26/10/15
042100     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
042200     02  WS-IMP-SCEN-ERRORS       PIC ZZZ,ZZ9.                    26/10/15
042300     02  FILLER                   PIC X(8)   VALUE SPACE.         26/10/15
042400                                                                  26/10/15
042500 01  WS-SUMMARY-LINE.                                             26/10/15
042600     02  FILLER                   PIC X(20)                       26/10/15
042700                      VALUE "INPUT RECORDS READ: ".               26/10/15
042800     02  WS-SUM-INPUT             PIC ZZZ,ZZ9.                    26/10/15
042900     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
043000                                                                  26/10/15
043100 01  WS-SUMMARY-LINE-2.                                           26/10/15
043200     02  FILLER                   PIC X(20)                       26/10/15
043300                      VALUE "FORMULAS LOADED   : ".               26/10/15
043400     02  WS-SUM-FORMULAS          PIC ZZZ,ZZ9.                    26/10/15
043500     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
043600                                                                  26/10/15
043700 01  WS-SUMMARY-LINE-3.                                           26/10/15
043800     02  FILLER                   PIC X(20)                       26/10/15
043900                      VALUE "VALUES SHOCKED    : ".               26/10/15
044000     02  WS-SUM-SHOCKED           PIC ZZZ,ZZ9.                    26/10/15
044100     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
044200                                                                  26/10/15
044300 01  WS-SUMMARY-LINE-4.                                           26/10/15
044400     02  FILLER                   PIC X(20)                       26/10/15
044500                      VALUE "SHOCK OVERFLOWS   : ".               26/10/15
044600     02  WS-SUM-OVERFLOWS         PIC ZZZ,ZZ9.                    26/10/15
044700     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
044800                                                                  26/10/15
044900 01  WS-SUMMARY-LINE-5.                                           26/10/15
045000     02  FILLER                   PIC X(20)                       26/10/15
045100                      VALUE "RESULTS CHANGED   : ".               26/10/15
045200     02  WS-SUM-CHANGED           PIC ZZZ,ZZ9.                    26/10/15
045300     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
045400                                                                  26/10/15
045500 01  WS-SUMMARY-LINE-6.                                           26/10/15
045600     02  FILLER                   PIC X(20)                       26/10/15
045700                      VALUE "BASE ERRORS       : ".               26/10/15
045800     02  WS-SUM-BASE-ERRORS       PIC ZZZ,ZZ9.                    26/10/15
045900     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
046000                                                                  26/10/15
046100 01  WS-SUMMARY-LINE-7.                                           26/10/15
046200     02  FILLER                   PIC X(20)                       26/10/15
046300                      VALUE "SCENARIO ERRORS   : ".               26/10/15
046400     02  WS-SUM-SCEN-ERRORS       PIC ZZZ,ZZ9.                    26/10/15
046500     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
046600                                                                  26/10/15
046700*-----------------------------------------------------------------26/10/15
046800*  CALCPK CONTROL BLOCK - SHARED LAYOUT, SEE CALCPKC.CPY.         26/10/15
046900*-----------------------------------------------------------------26/10/15
047000 COPY CALCPKC.                                                    26/10/15
047100                                                                  26/10/15
047200 PROCEDURE DIVISION.                                              26/10/15
047300                                                                  26/10/15
047400*    0000-MAINLINE                                                26/10/15
047500                                                                  26/10/15
047600 0000-MAINLINE.                                                   26/10/15
047700     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       26/10/15
047800     PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT                    26/10/15
047900         UNTIL NO-MORE-INPUT                                      26/10/15
048000     PERFORM 8000-TERMINATE THRU 8000-EXIT                        26/10/15
048100     STOP RUN                                                     26/10/15
048200     .                                                            26/10/15
048300                                                                  26/10/15
048400 1000-INITIALIZE.                                                 26/10/15
048500     PERFORM 1140-GET-AS-OF-DATE THRU 1140-EXIT                   26/10/15
048600     PERFORM 1190-LOAD-RATE-TABLES THRU 1190-EXIT                 26/10/15
048700     PERFORM 1300-SAVE-BASE-RATES THRU 1300-EXIT                  26/10/15
048800     OPEN INPUT  SCENARIO-FILE                                    26/10/15
048900     OPEN OUTPUT SCENARIO-REPORT                                  26/10/15
049000     WRITE REPORT-LINE FROM WS-HEADING-LINE                       26/10/15
049100     MOVE WS-AS-OF-DATE TO WS-REQ-AS-OF-DATE                      26/10/15
049200     WRITE REPORT-LINE FROM WS-REQUEST-LINE                       26/10/15
049300     IF RATE-TABLE-OVERFLOWED                                     26/10/15
049400         MOVE "RATE TABLE AREA FULL - REMAINDER SKIPPED"          26/10/15
049500             TO REPORT-LINE                                       26/10/15
049600         WRITE REPORT-LINE                                        26/10/15
049700     .                                                            26/10/15
049800     MOVE "SCENARIO DEFINITION" TO WS-CAP-TEXT                    26/10/15
049900     WRITE REPORT-LINE FROM WS-CAPTION-LINE                       26/10/15
050000     PERFORM 1500-READ-SCENARIO THRU 1500-EXIT                    26/10/15
050100         UNTIL NO-MORE-SCENARIO                                   26/10/15
050200     CLOSE SCENARIO-FILE                                          26/10/15
050300     IF WS-SHOCK-COUNT = ZERO                                     26/10/15
050400             AND WS-BAND-COUNT = ZERO                             26/10/15
050500             AND NOT DEFINITION-IN-ERROR                          26/10/15
050600         MOVE "SCENARIO HAS NO SHOCKS AND NO SUBSTITUTE BANDS"    26/10/15
050700             TO REPORT-LINE                                       26/10/15
050800         WRITE REPORT-LINE                                        26/10/15
050900         MOVE "Y" TO WS-DEFINITION-SWITCH                         26/10/15
051000     .                                                            26/10/15
051100     IF WS-BAND-COUNT > ZERO                                      26/10/15
051200             AND NOT DEFINITION-IN-ERROR                          26/10/15
051300         PERFORM 1600-BUILD-SCENARIO-RATES THRU 1600-EXIT         26/10/15
051400     .                                                            26/10/15
051500     IF DEFINITION-IN-ERROR                                       26/10/15
051600         PERFORM 1900-REFUSE-SCENARIO THRU 1900-EXIT              26/10/15
051700     .                                                            26/10/15
051800     OPEN INPUT  FORMULA-LIBRARY                                  26/10/15
051900     OPEN INPUT  VARIABLE-INPUT                                   26/10/15
052000     PERFORM 1150-GET-EFFECTIVE-FORMULA THRU 1150-EXIT            26/10/15
052100     PERFORM 1200-LOAD-FORMULAS THRU 1200-EXIT                    26/10/15
052200         UNTIL NOT FORMULA-DELIVERED                              26/10/15
052300     CLOSE FORMULA-LIBRARY                                        26/10/15
052400     PERFORM 1250-RESOLVE-CHAIN-REFS THRU 1250-EXIT               26/10/15
052500     PERFORM 1260-SETTLE-EVAL-ORDER THRU 1260-EXIT                26/10/15
052600     PERFORM 1280-REPORT-BAD-FORMULA THRU 1280-EXIT               26/10/15
052700         VARYING WS-FORMULA-INDEX FROM 1 BY 1                     26/10/15
052800             UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT            26/10/15
052900     MOVE "IMPACT BY BRANCH CODE" TO WS-CAP-TEXT                  26/10/15
053000     WRITE REPORT-LINE FROM WS-CAPTION-LINE                       26/10/15
053100     MOVE "BRANCH" TO WS-COL-KEY                                  26/10/15
053200     WRITE REPORT-LINE FROM WS-COLUMN-LINE                        26/10/15
053300     PERFORM 1100-READ-INPUT THRU 1100-EXIT                       26/10/15
053400     .                                                            26/10/15
053500 1000-EXIT.                                                       26/10/15
053600     EXIT.                                                        26/10/15
053700                                                                  26/10/15
053800 1100-READ-INPUT.                                                 26/10/15
053900     READ VARIABLE-INPUT                                          26/10/15
054000         AT END                                                   26/10/15
054100             MOVE "Y" TO WS-INPUT-EOF-SWITCH                      26/10/15
054200             GO TO 1100-EXIT                                      26/10/15
054300     .                                                            26/10/15
054400     ADD 1 TO WS-TOTAL-INPUT                                      26/10/15
054500     .                                                            26/10/15
054600 1100-EXIT.                                                       26/10/15
054700     EXIT.                                                        26/10/15
054800                                                                  26/10/15
054900*-----------------------------------------------------------------26/10/15
055000*  COMPILE THE DELIVERED FORMULA VERSION ONCE AND SAVE ITS        26/10/15
055100*  CODE AREA.  A FORMULA THAT FAILS TO COMPILE IS KEPT IN THE     26/10/15
055200*  TABLE MARKED IN ERROR; IT COUNTS AS AN ERROR IN BOTH PASSES    26/10/15
055300*  FOR EVERY INPUT RECORD.                                        26/10/15
055400*-----------------------------------------------------------------26/10/15
055500 1200-LOAD-FORMULAS.                                              26/10/15
055600     IF WS-FORMULA-COUNT = WS-FORMULA-MAX                         26/10/15
055700         MOVE "FORMULA TABLE FULL - REMAINDER SKIPPED"            26/10/15
055800             TO REPORT-LINE                                       26/10/15
055900         WRITE REPORT-LINE                                        26/10/15
056000         MOVE SPACE TO WS-DELIVERED-SWITCH                        26/10/15
056100         GO TO 1200-EXIT                                          26/10/15
056200     .                                                            26/10/15
056300     ADD 1 TO WS-FORMULA-COUNT                                    26/10/15
056400     MOVE FL-FORMULA-ID  TO WS-FORMULA-ID (WS-FORMULA-COUNT)      26/10/15
056500     MOVE FL-ROUND-PLACES                                         26/10/15
056600         TO WS-FORMULA-ROUND-PLACES (WS-FORMULA-COUNT)            26/10/15
056700     MOVE FL-ROUND-RULE                                           26/10/15
056800         TO WS-FORMULA-ROUND-RULE (WS-FORMULA-COUNT)              26/10/15
056900     MOVE ZERO  TO WS-FORMULA-RESULT (WS-FORMULA-COUNT)           26/10/15
057000     MOVE SPACE TO WS-FORMULA-EVAL-OK (WS-FORMULA-COUNT)          26/10/15
057100     MOVE SPACE TO WS-FORMULA-PICKED (WS-FORMULA-COUNT)           26/10/15
057200     MOVE ZERO  TO WS-FM-RECORDS (WS-FORMULA-COUNT)               26/10/15
057300                   WS-FM-BASE-TOTAL (WS-FORMULA-COUNT)            26/10/15
057400                   WS-FM-SCEN-TOTAL (WS-FORMULA-COUNT)            26/10/15
057500                   WS-FM-CHANGED (WS-FORMULA-COUNT)               26/10/15
057600                   WS-FM-BASE-ERRORS (WS-FORMULA-COUNT)           26/10/15
057700                   WS-FM-SCEN-ERRORS (WS-FORMULA-COUNT)           26/10/15
057800     PERFORM 1210-COPY-ONE-CHAIN-REF THRU 1210-EXIT               26/10/15
057900         VARYING WS-CHAIN-INDEX FROM 1 BY 1                       26/10/15
058000             UNTIL WS-CHAIN-INDEX > 3                             26/10/15
058100     MOVE FL-EXPRESSION  TO CALCPK-EXPRESSION                     26/10/15
058200     MOVE "P"            TO CALCPK-OPERATION                      26/10/15
058300     CALL "CALCPK" USING CALCPK-CONTROL                           26/10/15
058400     IF CALCPK-ERROR-RETURN = SPACE                               26/10/15
058500         MOVE "G" TO WS-FORMULA-STATUS (WS-FORMULA-COUNT)         26/10/15
058600         MOVE CALCPK-CODE-AREA                                    26/10/15
058700             TO WS-FORMULA-CODE (WS-FORMULA-COUNT)                26/10/15
058800     ELSE                                                         26/10/15
058900         MOVE "B" TO WS-FORMULA-STATUS (WS-FORMULA-COUNT)         26/10/15
059000         MOVE CALCPK-ERROR-RETURN                                 26/10/15
059100             TO WS-FORMULA-ERROR (WS-FORMULA-COUNT)               26/10/15
059200         MOVE CALCPK-ERROR-POSN                                   26/10/15
059300             TO WS-FORMULA-ERR-POSN (WS-FORMULA-COUNT)            26/10/15
059400     .                                                            26/10/15
059500     PERFORM 1150-GET-EFFECTIVE-FORMULA THRU 1150-EXIT            26/10/15
059600     .                                                            26/10/15
059700 1200-EXIT.                                                       26/10/15
059800     EXIT.                                                        26/10/15
059900                                                                  26/10/15
060000 1210-COPY-ONE-CHAIN-REF.                                         26/10/15
060100     MOVE FL-CHAIN-FORMULA-ID (WS-CHAIN-INDEX)                    26/10/15
060200         TO WS-CHAIN-ID (WS-FORMULA-COUNT, WS-CHAIN-INDEX)        26/10/15
060300     IF FL-CHAIN-SLOT (WS-CHAIN-INDEX) NUMERIC                    26/10/15
060400         MOVE FL-CHAIN-SLOT (WS-CHAIN-INDEX)                      26/10/15
060500             TO WS-CHAIN-SLOT (WS-FORMULA-COUNT, WS-CHAIN-INDEX)  26/10/15
060600     ELSE                                                         26/10/15
060700         MOVE ZERO                                                26/10/15
060800             TO WS-CHAIN-SLOT (WS-FORMULA-COUNT, WS-CHAIN-INDEX)  26/10/15
060900     .                                                            26/10/15
061000     MOVE ZERO TO WS-CHAIN-X (WS-FORMULA-COUNT, WS-CHAIN-INDEX)   26/10/15
061100     .                                                            26/10/15
061200 1210-EXIT.                                                       26/10/15
061300     EXIT.                                                        26/10/15
061400                                                                  26/10/15
061500*-----------------------------------------------------------------26/10/15
061600*  CHAIN REFERENCE RESOLUTION, AS IN CALCEXEC.  A REFERENCE TO    26/10/15
061700*  A FORMULA NOT IN THE TABLE, OR WITH A SLOT OUTSIDE 1-10,       26/10/15
061800*  MARKS THE REFERRING FORMULA IN ERROR.                          26/10/15
061900*-----------------------------------------------------------------26/10/15
062000 1250-RESOLVE-CHAIN-REFS.                                         26/10/15
062100     PERFORM 1255-RESOLVE-ONE-FORMULA THRU 1255-EXIT              26/10/15
062200         VARYING WS-FORMULA-INDEX FROM 1 BY 1                     26/10/15
062300             UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT            26/10/15
062400     .                                                            26/10/15
062500 1250-EXIT.                                                       26/10/15
062600     EXIT.                                                        26/10/15
062700                                                                  26/10/15
062800 1255-RESOLVE-ONE-FORMULA.                                        26/10/15
062900     PERFORM 1256-RESOLVE-ONE-REF THRU 1256-EXIT                  26/10/15
063000         VARYING WS-CHAIN-INDEX FROM 1 BY 1                       26/10/15
063100             UNTIL WS-CHAIN-INDEX > 3                             26/10/15
063200     .                                                            26/10/15
063300 1255-EXIT.                                                       26/10/15
063400     EXIT.                                                        26/10/15
063500                                                                  26/10/15
063600 1256-RESOLVE-ONE-REF.                                            26/10/15
063700     IF WS-CHAIN-ID (WS-FORMULA-INDEX, WS-CHAIN-INDEX) = SPACE    26/10/15
063800         GO TO 1256-EXIT                                          26/10/15
063900     .                                                            26/10/15
064000     IF WS-CHAIN-SLOT (WS-FORMULA-INDEX, WS-CHAIN-INDEX) < 1      26/10/15
064100             OR WS-CHAIN-SLOT (WS-FORMULA-INDEX, WS-CHAIN-INDEX)  26/10/15
064200             > 10                                                 26/10/15
064300         MOVE "B" TO WS-FORMULA-STATUS (WS-FORMULA-INDEX)         26/10/15
064400         MOVE "CS INVALID CHAIN SLOT"                             26/10/15
064500             TO WS-FORMULA-ERROR (WS-FORMULA-INDEX)               26/10/15
064600         MOVE ZERO TO WS-FORMULA-ERR-POSN (WS-FORMULA-INDEX)      26/10/15
064700         GO TO 1256-EXIT                                          26/10/15
064800     .                                                            26/10/15
064900     PERFORM 1257-SCAN-FOR-REF THRU 1257-EXIT                     26/10/15
065000         VARYING WS-SCAN-INDEX FROM 1 BY 1                        26/10/15
065100             UNTIL WS-SCAN-INDEX > WS-FORMULA-COUNT               26/10/15
065200                OR WS-CHAIN-X (WS-FORMULA-INDEX, WS-CHAIN-INDEX)  26/10/15
065300                   > ZERO                                         26/10/15
065400     IF WS-CHAIN-X (WS-FORMULA-INDEX, WS-CHAIN-INDEX) = ZERO      26/10/15
065500         MOVE "B" TO WS-FORMULA-STATUS (WS-FORMULA-INDEX)         26/10/15
065600         MOVE "CR CHAIN REFERENCE NOT FOUND"                      26/10/15
065700             TO WS-FORMULA-ERROR (WS-FORMULA-INDEX)               26/10/15
065800         MOVE ZERO TO WS-FORMULA-ERR-POSN (WS-FORMULA-INDEX)      26/10/15
065900     .                                                            26/10/15
066000 1256-EXIT.                                                       26/10/15
066100     EXIT.                                                        26/10/15
066200                                                                  26/10/15
066300 1257-SCAN-FOR-REF.                                               26/10/15
066400     IF WS-FORMULA-ID (WS-SCAN-INDEX)                             26/10/15
066500             = WS-CHAIN-ID (WS-FORMULA-INDEX, WS-CHAIN-INDEX)     26/10/15
066600         MOVE WS-SCAN-INDEX                                       26/10/15
066700             TO WS-CHAIN-X (WS-FORMULA-INDEX, WS-CHAIN-INDEX)     26/10/15
066800     .                                                            26/10/15
066900 1257-EXIT.                                                       26/10/15
067000     EXIT.                                                        26/10/15
067100                                                                  26/10/15
067200*-----------------------------------------------------------------26/10/15
067300*  EVALUATION ORDER, AS IN CALCEXEC.  FORMULAS LEFT UNPICKED      26/10/15
067400*  WHEN A PASS MAKES NO PROGRESS CHAIN IN A CIRCLE AND ARE        26/10/15
067500*  MARKED IN ERROR.                                               26/10/15
067600*-----------------------------------------------------------------26/10/15
067700 1260-SETTLE-EVAL-ORDER.                                          26/10/15
067800     MOVE ZERO TO WS-ORDER-COUNT                                  26/10/15
067900     MOVE "Y"  TO WS-PROGRESS-SWITCH                              26/10/15
068000     PERFORM 1265-ORDER-ONE-PASS THRU 1265-EXIT                   26/10/15
068100         UNTIL WS-ORDER-COUNT = WS-FORMULA-COUNT                  26/10/15
068200            OR NOT PASS-MADE-PROGRESS                             26/10/15
068300     PERFORM 1290-REJECT-CIRCULAR THRU 1290-EXIT                  26/10/15
068400         VARYING WS-FORMULA-INDEX FROM 1 BY 1                     26/10/15
068500             UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT            26/10/15
068600     .                                                            26/10/15
068700 1260-EXIT.                                                       26/10/15
068800     EXIT.                                                        26/10/15
068900                                                                  26/10/15
069000 1265-ORDER-ONE-PASS.                                             26/10/15
069100     MOVE SPACE TO WS-PROGRESS-SWITCH                             26/10/15
069200     PERFORM 1270-TRY-ONE-FORMULA THRU 1270-EXIT                  26/10/15
069300         VARYING WS-FORMULA-INDEX FROM 1 BY 1                     26/10/15
069400             UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT            26/10/15
069500     .                                                            26/10/15
069600 1265-EXIT.                                                       26/10/15
069700     EXIT.                                                        26/10/15
069800                                                                  26/10/15
069900 1270-TRY-ONE-FORMULA.                                            26/10/15
070000     IF WS-FORMULA-PICKED (WS-FORMULA-INDEX) = "Y"                26/10/15
070100         GO TO 1270-EXIT                                          26/10/15
070200     .                                                            26/10/15
070300     MOVE "Y" TO WS-READY-SWITCH                                  26/10/15
070400     PERFORM 1275-CHECK-ONE-REF THRU 1275-EXIT                    26/10/15
070500         VARYING WS-CHAIN-INDEX FROM 1 BY 1                       26/10/15
070600             UNTIL WS-CHAIN-INDEX > 3                             26/10/15
070700     IF FORMULA-IS-READY                                          26/10/15
070800         MOVE "Y" TO WS-FORMULA-PICKED (WS-FORMULA-INDEX)         26/10/15
070900         MOVE "Y" TO WS-PROGRESS-SWITCH                           26/10/15
071000         ADD 1 TO WS-ORDER-COUNT                                  26/10/15
071100         MOVE WS-FORMULA-INDEX TO WS-EVAL-ENTRY (WS-ORDER-COUNT)  26/10/15
071200     .                                                            26/10/15
071300 1270-EXIT.                                                       26/10/15
071400     EXIT.                                                        26/10/15
071500                                                                  26/10/15
071600 1275-CHECK-ONE-REF.                                              26/10/15
071700     MOVE WS-CHAIN-X (WS-FORMULA-INDEX, WS-CHAIN-INDEX)           26/10/15
071800         TO WS-REF-INDEX                                          26/10/15
071900     IF WS-REF-INDEX > ZERO                                       26/10/15
072000         IF WS-FORMULA-PICKED (WS-REF-INDEX) NOT = "Y"            26/10/15
072100             MOVE SPACE TO WS-READY-SWITCH                        26/10/15
072200     .                                                            26/10/15
072300 1275-EXIT.                                                       26/10/15
072400     EXIT.                                                        26/10/15
072500                                                                  26/10/15
072600*-----------------------------------------------------------------26/10/15
072700*  EVERY FORMULA IN ERROR - FAILED TO COMPILE, BAD OR CIRCULAR    26/10/15
072800*  CHAIN REFERENCE - IS LISTED ONCE, AHEAD OF THE IMPACT.         26/10/15
072900*-----------------------------------------------------------------26/10/15
073000 1280-REPORT-BAD-FORMULA.                                         26/10/15
073100     IF NOT FORMULA-IN-ERROR (WS-FORMULA-INDEX)                   26/10/15
073200         GO TO 1280-EXIT                                          26/10/15
073300     .                                                            26/10/15
073400     IF WS-BAD-COUNT = ZERO                                       26/10/15
073500         MOVE "FORMULAS IN ERROR - NOT EVALUATED" TO WS-CAP-TEXT  26/10/15
073600         WRITE REPORT-LINE FROM WS-CAPTION-LINE                   26/10/15
073700     .                                                            26/10/15
073800     ADD 1 TO WS-BAD-COUNT                                        26/10/15
073900     MOVE WS-FORMULA-ID (WS-FORMULA-INDEX) TO WS-DET-FORMULA-ID   26/10/15
074000     MOVE WS-FORMULA-ERROR (WS-FORMULA-INDEX)                     26/10/15
074100         TO WS-DET-ERROR-RETURN                                   26/10/15
074200     MOVE WS-FORMULA-ERR-POSN (WS-FORMULA-INDEX)                  26/10/15
074300         TO WS-DET-ERROR-POSN                                     26/10/15
074400     WRITE REPORT-LINE FROM WS-DETAIL-LINE                        26/10/15
074500     MOVE SPACE TO WS-DETAIL-LINE                                 26/10/15
074600     .                                                            26/10/15
074700 1280-EXIT.                                                       26/10/15
074800     EXIT.                                                        26/10/15
074900                                                                  26/10/15
075000 1290-REJECT-CIRCULAR.                                            26/10/15
075100     IF WS-FORMULA-PICKED (WS-FORMULA-INDEX) = "Y"                26/10/15
075200         GO TO 1290-EXIT                                          26/10/15
075300     .                                                            26/10/15
075400     ADD 1 TO WS-ORDER-COUNT                                      26/10/15
075500     MOVE WS-FORMULA-INDEX TO WS-EVAL-ENTRY (WS-ORDER-COUNT)      26/10/15
075600     MOVE "B" TO WS-FORMULA-STATUS (WS-FORMULA-INDEX)             26/10/15
075700     MOVE "CQ CIRCULAR CHAIN REFERENCE"                           26/10/15
075800         TO WS-FORMULA-ERROR (WS-FORMULA-INDEX)                   26/10/15
075900     MOVE ZERO TO WS-FORMULA-ERR-POSN (WS-FORMULA-INDEX)          26/10/15
076000     .                                                            26/10/15
076100 1290-EXIT.                                                       26/10/15
076200     EXIT.                                                        26/10/15
076300                                                                  26/10/15
076400*-----------------------------------------------------------------26/10/15
076500*  KEEP A COPY OF THE BANDS AS LOADED FROM RATETAB, TO PUT        26/10/15
076600*  BACK AFTER EVERY SCENARIO PASS.                                26/10/15
076700*-----------------------------------------------------------------26/10/15
076800 1300-SAVE-BASE-RATES.                                            26/10/15
076900     MOVE CALCPK-RATE-COUNT TO WS-BASE-RATE-COUNT                 26/10/15
077000     PERFORM 1310-SAVE-ONE-BASE-BAND THRU 1310-EXIT               26/10/15
077100         VARYING WS-RATE-INDEX FROM 1 BY 1                        26/10/15
077200             UNTIL WS-RATE-INDEX > WS-BASE-RATE-COUNT             26/10/15
077300     .                                                            26/10/15
077400 1300-EXIT.                                                       26/10/15
077500     EXIT.                                                        26/10/15
077600                                                                  26/10/15
077700 1310-SAVE-ONE-BASE-BAND.                                         26/10/15
077800     MOVE CALCPK-RATE-ENTRY (WS-RATE-INDEX)                       26/10/15
077900         TO WS-BASE-RATE-ENTRY (WS-RATE-INDEX)                    26/10/15
078000     .                                                            26/10/15
078100 1310-EXIT.                                                       26/10/15
078200     EXIT.                                                        26/10/15
078300                                                                  26/10/15
078400*-----------------------------------------------------------------26/10/15
078500*  SCENARIO DEFINITION.  EVERY RECORD IS ECHOED ON THE REPORT     26/10/15
078600*  WITH THE REASON IT IS IN ERROR, IF IT IS; ONLY A RECORD        26/10/15
078700*  WITH NO ERROR IS TAKEN INTO THE SCENARIO.                      26/10/15
078800*-----------------------------------------------------------------26/10/15
078900 1500-READ-SCENARIO.                                              26/10/15
079000     READ SCENARIO-FILE                                           26/10/15
079100         AT END                                                   26/10/15
079200             MOVE "Y" TO WS-SCEN-EOF-SWITCH                       26/10/15
079300             GO TO 1500-EXIT                                      26/10/15
079400     .                                                            26/10/15
079500     MOVE SPACE TO WS-DEF-REASON                                  26/10/15
079600     IF SC-TYPE-IS-TITLE                                          26/10/15
079700         MOVE "TITLE" TO WS-TXT-LABEL                             26/10/15
079800         MOVE SC-TITLE TO WS-TXT-TEXT                             26/10/15
079900         PERFORM 1590-WRITE-TEXT-LINE THRU 1590-EXIT              26/10/15
080000     ELSE                                                         26/10/15
080100     IF SC-TYPE-IS-SHOCK                                          26/10/15
080200         PERFORM 1520-TAKE-SHOCK THRU 1520-EXIT                   26/10/15
080300     ELSE                                                         26/10/15
080400     IF SC-TYPE-IS-BAND                                           26/10/15
080500         PERFORM 1540-TAKE-BAND THRU 1540-EXIT                    26/10/15
080600     ELSE                                                         26/10/15
080700         MOVE "UNKNOWN RECORD TYPE" TO WS-DEF-REASON              26/10/15
080800         MOVE "RECORD" TO WS-TXT-LABEL                            26/10/15
080900         MOVE SCENARIO-RECORD TO WS-TXT-TEXT                      26/10/15
081000         PERFORM 1590-WRITE-TEXT-LINE THRU 1590-EXIT              26/10/15
081100     .                                                            26/10/15
081200 1500-EXIT.                                                       26/10/15
081300     EXIT.                                                        26/10/15
081400                                                                  26/10/15
081500 1520-TAKE-SHOCK.                                                 26/10/15
081600     MOVE ZERO TO WS-SLOT-INDEX                                   26/10/15
081700     PERFORM 1525-FIND-SLOT-LETTER THRU 1525-EXIT                 26/10/15
081800         VARYING WS-LETTER-INDEX FROM 1 BY 1                      26/10/15
081900             UNTIL WS-LETTER-INDEX > 10                           26/10/15
082000     IF WS-SLOT-INDEX = ZERO                                      26/10/15
082100         MOVE "VARIABLE MUST BE A-J" TO WS-DEF-REASON             26/10/15
082200     ELSE                                                         26/10/15
082300     IF NOT SC-OPERATION-IS-ADD                                   26/10/15
082400             AND NOT SC-OPERATION-IS-MULTIPLY                     26/10/15
082500             AND NOT SC-OPERATION-IS-REPLACE                      26/10/15
082600         MOVE "OPERATION MUST BE A, M OR R" TO WS-DEF-REASON      26/10/15
082700     ELSE                                                         26/10/15
082800     IF SC-SHOCK-VALUE NOT NUMERIC                                26/10/15
082900         MOVE "SHOCK VALUE NOT NUMERIC" TO WS-DEF-REASON          26/10/15
083000     ELSE                                                         26/10/15
083100     IF SC-KEY-HI NOT = SPACE                                     26/10/15
083200             AND SC-KEY-HI < SC-KEY-LO                            26/10/15
083300         MOVE "KEY RANGE REVERSED" TO WS-DEF-REASON               26/10/15
083400     ELSE                                                         26/10/15
083500     IF WS-SHOCK-COUNT = WS-SHOCK-MAX                             26/10/15
083600         MOVE "TOO MANY SHOCKS" TO WS-DEF-REASON                  26/10/15
083700     .                                                            26/10/15
083800     IF WS-DEF-REASON = SPACE                                     26/10/15
083900         ADD 1 TO WS-SHOCK-COUNT                                  26/10/15
084000         MOVE WS-SLOT-INDEX  TO WS-SHOCK-SLOT (WS-SHOCK-COUNT)    26/10/15
084100         MOVE SC-OPERATION                                        26/10/15
084200             TO WS-SHOCK-OPERATION (WS-SHOCK-COUNT)               26/10/15
084300         MOVE SC-SHOCK-VALUE TO WS-SHOCK-VALUE (WS-SHOCK-COUNT)   26/10/15
084400         MOVE SC-KEY-LO      TO WS-SHOCK-KEY-LO (WS-SHOCK-COUNT)  26/10/15
084500         IF SC-KEY-HI = SPACE                                     26/10/15
084600             MOVE HIGH-VALUES TO WS-SHOCK-KEY-HI (WS-SHOCK-COUNT) 26/10/15
084700         ELSE                                                     26/10/15
084800             MOVE SC-KEY-HI TO WS-SHOCK-KEY-HI (WS-SHOCK-COUNT)   26/10/15
084900     .                                                            26/10/15
085000     PERFORM 1530-WRITE-SHOCK-LINE THRU 1530-EXIT                 26/10/15
085100     .                                                            26/10/15
085200 1520-EXIT.                                                       26/10/15
085300     EXIT.                                                        26/10/15
085400                                                                  26/10/15
085500 1525-FIND-SLOT-LETTER.                                           26/10/15
085600     IF SC-VARIABLE = WS-SLOT-LETTER (WS-LETTER-INDEX)            26/10/15
085700         MOVE WS-LETTER-INDEX TO WS-SLOT-INDEX                    26/10/15
085800     .                                                            26/10/15
085900 1525-EXIT.                                                       26/10/15
086000     EXIT.                                                        26/10/15
086100                                                                  26/10/15
086200 1530-WRITE-SHOCK-LINE.                                           26/10/15
086300     MOVE SC-VARIABLE TO WS-SHK-VARIABLE                          26/10/15
086400     IF SC-OPERATION-IS-ADD                                       26/10/15
086500         MOVE "ADD" TO WS-SHK-OPERATION                           26/10/15
086600     ELSE                                                         26/10/15
086700     IF SC-OPERATION-IS-MULTIPLY                                  26/10/15
086800         MOVE "MULTIPLY BY" TO WS-SHK-OPERATION                   26/10/15
086900     ELSE                                                         26/10/15
087000     IF SC-OPERATION-IS-REPLACE                                   26/10/15
087100         MOVE "REPLACE WITH" TO WS-SHK-OPERATION                  26/10/15
087200     ELSE                                                         26/10/15
087300         MOVE SC-OPERATION TO WS-SHK-OPERATION                    26/10/15
087400     .                                                            26/10/15
087500     IF SC-SHOCK-VALUE NUMERIC                                    26/10/15
087600         MOVE SC-SHOCK-VALUE TO WS-SHK-VALUE                      26/10/15
087700     ELSE                                                         26/10/15
087800         MOVE ZERO TO WS-SHK-VALUE                                26/10/15
087900     .                                                            26/10/15
088000     IF SC-KEY-LO = SPACE                                         26/10/15
088100         MOVE "FIRST" TO WS-SHK-KEY-LO                            26/10/15
088200     ELSE                                                         26/10/15
088300         MOVE SC-KEY-LO TO WS-SHK-KEY-LO                          26/10/15
088400     .                                                            26/10/15
088500     IF SC-KEY-HI = SPACE                                         26/10/15
088600         MOVE "LAST" TO WS-SHK-KEY-HI                             26/10/15
088700     ELSE                                                         26/10/15
088800         MOVE SC-KEY-HI TO WS-SHK-KEY-HI                          26/10/15
088900     .                                                            26/10/15
089000     MOVE WS-DEF-REASON TO WS-SHK-STATUS                          26/10/15
089100     PERFORM 1580-NOTE-REASON THRU 1580-EXIT                      26/10/15
089200     WRITE REPORT-LINE FROM WS-SHOCK-LINE                         26/10/15
089300     .                                                            26/10/15
089400 1530-EXIT.                                                       26/10/15
089500     EXIT.                                                        26/10/15
089600                                                                  26/10/15
089700 1540-TAKE-BAND.                                                  26/10/15
089800     IF SC-TABLE-ID NOT NUMERIC OR SC-TABLE-ID = ZERO             26/10/15
089900         MOVE "TABLE ID MUST BE 1-9999" TO WS-DEF-REASON          26/10/15
090000     ELSE                                                         26/10/15
090100     IF SC-BAND-NBR NOT NUMERIC                                   26/10/15
090200             OR SC-BAND-FROM NOT NUMERIC                          26/10/15
090300             OR SC-BAND-TO NOT NUMERIC                            26/10/15
090400             OR SC-RATE-PCT NOT NUMERIC                           26/10/15
090500         MOVE "BAND FIELDS NOT NUMERIC" TO WS-DEF-REASON          26/10/15
090600     ELSE                                                         26/10/15
090700     IF SC-BAND-TO NOT = ZERO                                     26/10/15
090800             AND SC-BAND-TO NOT > SC-BAND-FROM                    26/10/15
090900         MOVE "BAND TO NOT ABOVE BAND FROM" TO WS-DEF-REASON      26/10/15
091000     ELSE                                                         26/10/15
091100     IF WS-BAND-COUNT = RT-LOAD-MAX                               26/10/15
091200         MOVE "TOO MANY SUBSTITUTE BANDS" TO WS-DEF-REASON        26/10/15
091300     ELSE                                                         26/10/15
091400         PERFORM 1545-CHECK-BAND-TILING THRU 1545-EXIT            26/10/15
091500     .                                                            26/10/15
091600     IF WS-DEF-REASON = SPACE                                     26/10/15
091700         PERFORM 1550-HOLD-BAND THRU 1550-EXIT                    26/10/15
091800     .                                                            26/10/15
091900     PERFORM 1560-WRITE-BAND-LINE THRU 1560-EXIT                  26/10/15
092000     .                                                            26/10/15
092100 1540-EXIT.                                                       26/10/15
092200     EXIT.                                                        26/10/15
092300                                                                  26/10/15
092400*-----------------------------------------------------------------26/10/15
092500*  A TABLE'S SUBSTITUTE BANDS ARRIVE TOGETHER: THE FIRST STARTS   26/10/15
092600*  AT ZERO AND EACH FURTHER BAND STARTS WHERE THE LAST ENDED.     26/10/15
092700*  ONLY THE TOP BAND MAY BE OPEN-ENDED.                           26/10/15
092800*-----------------------------------------------------------------26/10/15
092900 1545-CHECK-BAND-TILING.                                          26/10/15
093000     IF WS-BAND-COUNT > ZERO                                      26/10/15
093100             AND SC-TABLE-ID = WS-LAST-BAND-TABLE                 26/10/15
093200         GO TO 1545-SAME-TABLE                                    26/10/15
093300     .                                                            26/10/15
093400     MOVE ZERO TO WS-SUB-INDEX                                    26/10/15
093500     PERFORM 1547-FIND-SUB-TABLE THRU 1547-EXIT                   26/10/15
093600         VARYING WS-SCAN-INDEX FROM 1 BY 1                        26/10/15
093700             UNTIL WS-SCAN-INDEX > WS-SUB-COUNT                   26/10/15
093800     IF WS-SUB-INDEX > ZERO                                       26/10/15
093900         MOVE "TABLE'S BANDS NOT TOGETHER" TO WS-DEF-REASON       26/10/15
094000     ELSE                                                         26/10/15
094100     IF WS-SUB-COUNT = WS-SUB-MAX                                 26/10/15
094200         MOVE "TOO MANY SUBSTITUTE TABLES" TO WS-DEF-REASON       26/10/15
094300     ELSE                                                         26/10/15
094400     IF SC-BAND-FROM NOT = ZERO                                   26/10/15
094500         MOVE "FIRST BAND MUST START AT ZERO" TO WS-DEF-REASON    26/10/15
094600     .                                                            26/10/15
094700     GO TO 1545-EXIT                                              26/10/15
094800     .                                                            26/10/15
094900 1545-SAME-TABLE.                                                 26/10/15
095000     IF WS-LAST-BAND-TO = ZERO                                    26/10/15
095100         MOVE "FOLLOWS AN OPEN-ENDED BAND" TO WS-DEF-REASON       26/10/15
095200     ELSE                                                         26/10/15
095300     IF SC-BAND-FROM NOT = WS-LAST-BAND-TO                        26/10/15
095400         MOVE "GAP OR OVERLAP WITH PRIOR BAND" TO WS-DEF-REASON   26/10/15
095500     .                                                            26/10/15
095600 1545-EXIT.                                                       26/10/15
095700     EXIT.                                                        26/10/15
095800                                                                  26/10/15
095900 1547-FIND-SUB-TABLE.                                             26/10/15
096000     IF WS-SUB-TABLE-ID (WS-SCAN-INDEX) = SC-TABLE-ID             26/10/15
096100         MOVE WS-SCAN-INDEX TO WS-SUB-INDEX                       26/10/15
096200     .                                                            26/10/15
096300 1547-EXIT.                                                       26/10/15
096400     EXIT.                                                        26/10/15
096500                                                                  26/10/15
096600 1550-HOLD-BAND.                                                  26/10/15
096700     IF WS-BAND-COUNT = ZERO                                      26/10/15
096800             OR SC-TABLE-ID NOT = WS-LAST-BAND-TABLE              26/10/15
096900         ADD 1 TO WS-SUB-COUNT                                    26/10/15
097000         MOVE SC-TABLE-ID TO WS-SUB-TABLE-ID (WS-SUB-COUNT)       26/10/15
097100     .                                                            26/10/15
097200     ADD 1 TO WS-BAND-COUNT                                       26/10/15
097300     MOVE SC-TABLE-ID  TO WS-SUB-BAND-TABLE-ID (WS-BAND-COUNT)    26/10/15
097400     MOVE SC-BAND-FROM TO WS-SUB-BAND-FROM (WS-BAND-COUNT)        26/10/15
097500     MOVE SC-BAND-TO   TO WS-SUB-BAND-TO (WS-BAND-COUNT)          26/10/15
097600     MOVE SC-RATE-PCT  TO WS-SUB-BAND-PCT (WS-BAND-COUNT)         26/10/15
097700     MOVE SC-TABLE-ID  TO WS-LAST-BAND-TABLE                      26/10/15
097800     MOVE SC-BAND-TO   TO WS-LAST-BAND-TO                         26/10/15
097900     .                                                            26/10/15
098000 1550-EXIT.                                                       26/10/15
098100     EXIT.                                                        26/10/15
098200                                                                  26/10/15
098300 1560-WRITE-BAND-LINE.                                            26/10/15
098400     MOVE SC-TABLE-ID TO WS-BND-TABLE-ID                          26/10/15
098500     MOVE SC-BAND-NBR TO WS-BND-BAND-NBR                          26/10/15
098600     IF SC-BAND-FROM NUMERIC                                      26/10/15
098700         MOVE SC-BAND-FROM TO WS-BND-FROM                         26/10/15
098800     ELSE                                                         26/10/15
098900         MOVE ZERO TO WS-BND-FROM                                 26/10/15
099000     .                                                            26/10/15
099100     IF SC-BAND-TO NUMERIC                                        26/10/15
099200         MOVE SC-BAND-TO TO WS-BND-TO                             26/10/15
099300     ELSE                                                         26/10/15
099400         MOVE ZERO TO WS-BND-TO                                   26/10/15
099500     .                                                            26/10/15
099600     IF SC-RATE-PCT NUMERIC                                       26/10/15
099700         MOVE SC-RATE-PCT TO WS-BND-PCT                           26/10/15
099800     ELSE                                                         26/10/15
099900         MOVE ZERO TO WS-BND-PCT                                  26/10/15
100000     .                                                            26/10/15
100100     MOVE WS-DEF-REASON TO WS-BND-STATUS                          26/10/15
100200     PERFORM 1580-NOTE-REASON THRU 1580-EXIT                      26/10/15
100300     WRITE REPORT-LINE FROM WS-BAND-LINE                          26/10/15
100400     .                                                            26/10/15
100500 1560-EXIT.                                                       26/10/15
100600     EXIT.                                                        26/10/15
100700                                                                  26/10/15
100800 1580-NOTE-REASON.                                                26/10/15
100900     IF WS-DEF-REASON NOT = SPACE                                 26/10/15
101000         MOVE "Y" TO WS-DEFINITION-SWITCH                         26/10/15
101100         ADD 1 TO WS-DEF-ERRORS                                   26/10/15
101200     .                                                            26/10/15
101300 1580-EXIT.                                                       26/10/15
101400     EXIT.                                                        26/10/15
101500                                                                  26/10/15
101600 1590-WRITE-TEXT-LINE.                                            26/10/15
101700     MOVE WS-DEF-REASON TO WS-TXT-STATUS                          26/10/15
101800     PERFORM 1580-NOTE-REASON THRU 1580-EXIT                      26/10/15
101900     WRITE REPORT-LINE FROM WS-TEXT-LINE                          26/10/15
102000     .                                                            26/10/15
102100 1590-EXIT.                                                       26/10/15
102200     EXIT.                                                        26/10/15
102300                                                                  26/10/15
102400*-----------------------------------------------------------------26/10/15
102500*  THE SCENARIO RATE AREA - EVERY LOADED BAND OF A TABLE NOT      26/10/15
102600*  SUBSTITUTED, THEN THE SUBSTITUTE BANDS.                        26/10/15
102700*-----------------------------------------------------------------26/10/15
102800 1600-BUILD-SCENARIO-RATES.                                       26/10/15
102900     MOVE ZERO TO WS-SCEN-RATE-COUNT                              26/10/15
103000     PERFORM 1610-KEEP-ONE-BASE-BAND THRU 1610-EXIT               26/10/15
103100         VARYING WS-RATE-INDEX FROM 1 BY 1                        26/10/15
103200             UNTIL WS-RATE-INDEX > WS-BASE-RATE-COUNT             26/10/15
103300     IF WS-SCEN-RATE-COUNT + WS-BAND-COUNT > RT-LOAD-MAX          26/10/15
103400         MOVE "SUBSTITUTE BANDS DO NOT FIT THE RATE AREA"         26/10/15
103500             TO REPORT-LINE                                       26/10/15
103600         WRITE REPORT-LINE                                        26/10/15
103700         MOVE "Y" TO WS-DEFINITION-SWITCH                         26/10/15
103800         GO TO 1600-EXIT                                          26/10/15
103900     .                                                            26/10/15
104000     PERFORM 1620-ADD-ONE-SUB-BAND THRU 1620-EXIT                 26/10/15
104100         VARYING WS-BAND-INDEX FROM 1 BY 1                        26/10/15
104200             UNTIL WS-BAND-INDEX > WS-BAND-COUNT                  26/10/15
104300     .                                                            26/10/15
104400 1600-EXIT.                                                       26/10/15
104500     EXIT.                                                        26/10/15
104600                                                                  26/10/15
104700 1610-KEEP-ONE-BASE-BAND.                                         26/10/15
104800     MOVE SPACE TO WS-SUBSTITUTED-SWITCH                          26/10/15
104900     PERFORM 1615-CHECK-SUBSTITUTED THRU 1615-EXIT                26/10/15
105000         VARYING WS-SUB-INDEX FROM 1 BY 1                         26/10/15
105100             UNTIL WS-SUB-INDEX > WS-SUB-COUNT                    26/10/15
105200     IF TABLE-IS-SUBSTITUTED                                      26/10/15
105300         GO TO 1610-EXIT                                          26/10/15
105400     .                                                            26/10/15
105500     ADD 1 TO WS-SCEN-RATE-COUNT                                  26/10/15
105600     MOVE WS-BASE-RATE-ENTRY (WS-RATE-INDEX)                      26/10/15
105700         TO WS-SCEN-RATE-ENTRY (WS-SCEN-RATE-COUNT)               26/10/15
105800     .                                                            26/10/15
105900 1610-EXIT.                                                       26/10/15
106000     EXIT.                                                        26/10/15
106100                                                                  26/10/15
106200 1615-CHECK-SUBSTITUTED.                                          26/10/15
106300     IF WS-SUB-TABLE-ID (WS-SUB-INDEX)                            26/10/15
106400             = WS-BASE-RATE-TABLE-ID (WS-RATE-INDEX)              26/10/15
106500         MOVE "Y" TO WS-SUBSTITUTED-SWITCH                        26/10/15
106600     .                                                            26/10/15
106700 1615-EXIT.                                                       26/10/15
106800     EXIT.                                                        26/10/15
106900                                                                  26/10/15
107000 1620-ADD-ONE-SUB-BAND.                                           26/10/15
107100     ADD 1 TO WS-SCEN-RATE-COUNT                                  26/10/15
107200     MOVE WS-SUB-BAND-ENTRY (WS-BAND-INDEX)                       26/10/15
107300         TO WS-SCEN-RATE-ENTRY (WS-SCEN-RATE-COUNT)               26/10/15
107400     .                                                            26/10/15
107500 1620-EXIT.                                                       26/10/15
107600     EXIT.                                                        26/10/15
107700                                                                  26/10/15
107800 1900-REFUSE-SCENARIO.                                            26/10/15
107900     MOVE "SCENARIO DEFINITION IN ERROR - NOTHING EVALUATED"      26/10/15
108000         TO REPORT-LINE                                           26/10/15
108100     WRITE REPORT-LINE                                            26/10/15
108200     CLOSE SCENARIO-REPORT                                        26/10/15
108300     STOP RUN                                                     26/10/15
108400     .                                                            26/10/15
108500 1900-EXIT.                                                       26/10/15
108600     EXIT.                                                        26/10/15
108700                                                                  26/10/15
108800*-----------------------------------------------------------------26/10/15
108900*  ONE INPUT RECORD: SHOCK ITS VARIABLES, EVALUATE EVERY          26/10/15
109000*  FORMULA ON THE VALUES AS THEY STAND AND AGAIN AS SHOCKED       26/10/15
109100*  (UNDER THE SCENARIO RATE BANDS), THEN ADD THE TWO RESULTS      26/10/15
109200*  INTO THE FORMULA AND BRANCH TOTALS.  THE VARIABLE INPUT IS     26/10/15
109300*  IN KEY ORDER, SO A CHANGE OF BRANCH CODE CLOSES THE BRANCH.    26/10/15
109400*-----------------------------------------------------------------26/10/15
109500 2000-PROCESS-INPUT.                                              26/10/15
109600     IF BRANCH-IS-OPEN                                            26/10/15
109700             AND CV-BRANCH-CODE NOT = WS-BRANCH-CODE              26/10/15
109800         PERFORM 2800-CLOSE-BRANCH THRU 2800-EXIT                 26/10/15
109900     .                                                            26/10/15
110000     IF NOT BRANCH-IS-OPEN                                        26/10/15
110100         MOVE CV-BRANCH-CODE TO WS-BRANCH-CODE                    26/10/15
110200         MOVE "Y" TO WS-BRANCH-SWITCH                             26/10/15
110300     .                                                            26/10/15
110400     ADD 1 TO WS-BR-RECORDS                                       26/10/15
110500     PERFORM 2200-APPLY-SHOCKS THRU 2200-EXIT                     26/10/15
110600     MOVE "B" TO WS-PASS-SWITCH                                   26/10/15
110700     PERFORM 2040-RESET-EVAL-STATUS THRU 2040-EXIT                26/10/15
110800         VARYING WS-FORMULA-INDEX FROM 1 BY 1                     26/10/15
110900             UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT            26/10/15
111000     PERFORM 2100-EVALUATE-ONE-FORMULA THRU 2100-EXIT             26/10/15
111100         VARYING WS-ORDER-INDEX FROM 1 BY 1                       26/10/15
111200             UNTIL WS-ORDER-INDEX > WS-ORDER-COUNT                26/10/15
111300     PERFORM 2045-KEEP-BASE-RESULT THRU 2045-EXIT                 26/10/15
111400         VARYING WS-FORMULA-INDEX FROM 1 BY 1                     26/10/15
111500             UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT            26/10/15
111600     MOVE "S" TO WS-PASS-SWITCH                                   26/10/15
111700     IF WS-BAND-COUNT > ZERO                                      26/10/15
111800         PERFORM 2300-USE-SCENARIO-RATES THRU 2300-EXIT           26/10/15
111900     .                                                            26/10/15
112000     PERFORM 2040-RESET-EVAL-STATUS THRU 2040-EXIT                26/10/15
112100         VARYING WS-FORMULA-INDEX FROM 1 BY 1                     26/10/15
112200             UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT            26/10/15
112300     PERFORM 2100-EVALUATE-ONE-FORMULA THRU 2100-EXIT             26/10/15
112400         VARYING WS-ORDER-INDEX FROM 1 BY 1                       26/10/15
112500             UNTIL WS-ORDER-INDEX > WS-ORDER-COUNT                26/10/15
112600     IF WS-BAND-COUNT > ZERO                                      26/10/15
112700         PERFORM 2350-USE-BASE-RATES THRU 2350-EXIT               26/10/15
112800     .                                                            26/10/15
112900     PERFORM 2600-ACCUMULATE-ONE-FORMULA THRU 2600-EXIT           26/10/15
113000         VARYING WS-FORMULA-INDEX FROM 1 BY 1                     26/10/15
113100             UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT            26/10/15
113200     PERFORM 1100-READ-INPUT THRU 1100-EXIT                       26/10/15
113300     .                                                            26/10/15
113400 2000-EXIT.                                                       26/10/15
113500     EXIT.                                                        26/10/15
113600                                                                  26/10/15
113700 2040-RESET-EVAL-STATUS.                                          26/10/15
113800     MOVE SPACE TO WS-FORMULA-EVAL-OK (WS-FORMULA-INDEX)          26/10/15
113900     MOVE ZERO  TO WS-FORMULA-RESULT  (WS-FORMULA-INDEX)          26/10/15
114000     .                                                            26/10/15
114100 2040-EXIT.                                                       26/10/15
114200     EXIT.                                                        26/10/15
114300                                                                  26/10/15
114400 2045-KEEP-BASE-RESULT.                                           26/10/15
114500     MOVE WS-FORMULA-RESULT (WS-FORMULA-INDEX)                    26/10/15
114600         TO WS-FORMULA-BASE-RESULT (WS-FORMULA-INDEX)             26/10/15
114700     MOVE WS-FORMULA-EVAL-OK (WS-FORMULA-INDEX)                   26/10/15
114800         TO WS-FORMULA-BASE-OK (WS-FORMULA-INDEX)                 26/10/15
114900     .                                                            26/10/15
115000 2045-EXIT.                                                       26/10/15
115100     EXIT.                                                        26/10/15
115200                                                                  26/10/15
115300 2050-COPY-VARIABLES.                                             26/10/15
115400     PERFORM 2060-COPY-ONE-VARIABLE THRU 2060-EXIT                26/10/15
115500         VARYING WS-VAR-INDEX FROM 1 BY 1                         26/10/15
115600             UNTIL WS-VAR-INDEX > 10                              26/10/15
115700     .                                                            26/10/15
115800 2050-EXIT.                                                       26/10/15
115900     EXIT.                                                        26/10/15
116000                                                                  26/10/15
116100 2060-COPY-ONE-VARIABLE.                                          26/10/15
116200     IF SCENARIO-PASS                                             26/10/15
116300         MOVE WS-SHOCKED-VARIABLE (WS-VAR-INDEX)                  26/10/15
116400             TO CALCPK-VARIABLE (WS-VAR-INDEX)                    26/10/15
116500     ELSE                                                         26/10/15
116600         MOVE CV-VARIABLE (WS-VAR-INDEX)                          26/10/15
116700             TO CALCPK-VARIABLE (WS-VAR-INDEX)                    26/10/15
116800     .                                                            26/10/15
116900 2060-EXIT.                                                       26/10/15
117000     EXIT.                                                        26/10/15
117100                                                                  26/10/15
117200*-----------------------------------------------------------------26/10/15
117300*  LOAD THE RESULT OF A REFERENCED FORMULA, FROM THE SAME PASS,   26/10/15
117400*  INTO ITS VARIABLE SLOT.  A REFERENCED FORMULA THAT HAS NOT     26/10/15
117500*  EVALUATED CLEANLY LEAVES THE DEPENDENT FORMULA UNEVALUATED.    26/10/15
117600*-----------------------------------------------------------------26/10/15
117700 2070-LOAD-ONE-CHAIN-VALUE.                                       26/10/15
117800     MOVE WS-CHAIN-X (WS-FORMULA-INDEX, WS-CHAIN-INDEX)           26/10/15
117900         TO WS-REF-INDEX                                          26/10/15
118000     IF WS-REF-INDEX = ZERO                                       26/10/15
118100         GO TO 2070-EXIT                                          26/10/15
118200     .                                                            26/10/15
118300     IF WS-FORMULA-EVAL-OK (WS-REF-INDEX) = "Y"                   26/10/15
118400         MOVE WS-CHAIN-SLOT (WS-FORMULA-INDEX, WS-CHAIN-INDEX)    26/10/15
118500             TO WS-SLOT-INDEX                                     26/10/15
118600         MOVE WS-FORMULA-RESULT (WS-REF-INDEX)                    26/10/15
118700             TO CALCPK-VARIABLE (WS-SLOT-INDEX)                   26/10/15
118800     ELSE                                                         26/10/15
118900         MOVE "Y" TO WS-CHAIN-FAIL-SWITCH                         26/10/15
119000     .                                                            26/10/15
119100 2070-EXIT.                                                       26/10/15
119200     EXIT.                                                        26/10/15
119300                                                                  26/10/15
119400 2100-EVALUATE-ONE-FORMULA.                                       26/10/15
119500     MOVE WS-EVAL-ENTRY (WS-ORDER-INDEX) TO WS-FORMULA-INDEX      26/10/15
119600     IF FORMULA-IN-ERROR (WS-FORMULA-INDEX)                       26/10/15
119700         GO TO 2100-EXIT                                          26/10/15
119800     .                                                            26/10/15
119900     PERFORM 2050-COPY-VARIABLES THRU 2050-EXIT                   26/10/15
120000     MOVE SPACE TO WS-CHAIN-FAIL-SWITCH                           26/10/15
120100     PERFORM 2070-LOAD-ONE-CHAIN-VALUE THRU 2070-EXIT             26/10/15
120200         VARYING WS-CHAIN-INDEX FROM 1 BY 1                       26/10/15
120300             UNTIL WS-CHAIN-INDEX > 3                             26/10/15
120400     IF CHAIN-VALUE-MISSING                                       26/10/15
120500         GO TO 2100-EXIT                                          26/10/15
120600     .                                                            26/10/15
120700     MOVE WS-FORMULA-CODE (WS-FORMULA-INDEX)                      26/10/15
120800         TO CALCPK-CODE-AREA                                      26/10/15
120900     MOVE WS-FORMULA-ROUND-PLACES (WS-FORMULA-INDEX)              26/10/15
121000         TO CALCPK-ROUND-PLACES                                   26/10/15
121100     MOVE WS-FORMULA-ROUND-RULE (WS-FORMULA-INDEX)                26/10/15
121200         TO CALCPK-ROUND-RULE                                     26/10/15
121300     MOVE "X" TO CALCPK-OPERATION                                 26/10/15
121400     CALL "CALCPK" USING CALCPK-CONTROL                           26/10/15
121500     IF CALCPK-ERROR-RETURN = SPACE                               26/10/15
121600         MOVE CALCPK-RESULT                                       26/10/15
121700             TO WS-FORMULA-RESULT (WS-FORMULA-INDEX)              26/10/15
121800         MOVE "Y" TO WS-FORMULA-EVAL-OK (WS-FORMULA-INDEX)        26/10/15
121900     .                                                            26/10/15
122000 2100-EXIT.                                                       26/10/15
122100     EXIT.                                                        26/10/15
122200                                                                  26/10/15
122300*-----------------------------------------------------------------26/10/15
122400*  SHOCK THE CURRENT RECORD'S VARIABLES.  EACH SHOCK WHOSE KEY    26/10/15
122500*  RANGE TAKES IN THE INPUT KEY IS APPLIED IN TURN; ONE WHOSE     26/10/15
122600*  RESULT WILL NOT FIT LEAVES THE VALUE AS IT WAS.                26/10/15
122700*-----------------------------------------------------------------26/10/15
122800 2200-APPLY-SHOCKS.                                               26/10/15
122900     PERFORM 2210-COPY-ONE-VARIABLE THRU 2210-EXIT                26/10/15
123000         VARYING WS-VAR-INDEX FROM 1 BY 1                         26/10/15
123100             UNTIL WS-VAR-INDEX > 10                              26/10/15
123200     PERFORM 2220-APPLY-ONE-SHOCK THRU 2220-EXIT                  26/10/15
123300         VARYING WS-SHOCK-INDEX FROM 1 BY 1                       26/10/15
123400             UNTIL WS-SHOCK-INDEX > WS-SHOCK-COUNT                26/10/15
123500     .                                                            26/10/15
123600 2200-EXIT.                                                       26/10/15
123700     EXIT.                                                        26/10/15
123800                                                                  26/10/15
123900 2210-COPY-ONE-VARIABLE.                                          26/10/15
124000     MOVE CV-VARIABLE (WS-VAR-INDEX)                              26/10/15
124100         TO WS-SHOCKED-VARIABLE (WS-VAR-INDEX)                    26/10/15
124200     .                                                            26/10/15
124300 2210-EXIT.                                                       26/10/15
124400     EXIT.                                                        26/10/15
124500                                                                  26/10/15
124600 2220-APPLY-ONE-SHOCK.                                            26/10/15
124700     IF CV-INPUT-KEY < WS-SHOCK-KEY-LO (WS-SHOCK-INDEX)           26/10/15
124800             OR CV-INPUT-KEY > WS-SHOCK-KEY-HI (WS-SHOCK-INDEX)   26/10/15
124900         GO TO 2220-EXIT                                          26/10/15
125000     .                                                            26/10/15
125100     ADD 1 TO WS-TOTAL-SHOCKED                                    26/10/15
125200     MOVE WS-SHOCK-SLOT (WS-SHOCK-INDEX) TO WS-SLOT-INDEX         26/10/15
125300     IF SHOCK-IS-REPLACE (WS-SHOCK-INDEX)                         26/10/15
125400         MOVE WS-SHOCK-VALUE (WS-SHOCK-INDEX)                     26/10/15
125500             TO WS-SHOCKED-VARIABLE (WS-SLOT-INDEX)               26/10/15
125600         GO TO 2220-EXIT                                          26/10/15
125700     .                                                            26/10/15
125800     IF SHOCK-IS-MULTIPLY (WS-SHOCK-INDEX)                        26/10/15
125900         GO TO 2220-MULTIPLY                                      26/10/15
126000     .                                                            26/10/15
126100     ADD WS-SHOCK-VALUE (WS-SHOCK-INDEX)                          26/10/15
126200         TO WS-SHOCKED-VARIABLE (WS-SLOT-INDEX)                   26/10/15
126300         ON SIZE ERROR                                            26/10/15
126400             ADD 1 TO WS-SHOCK-OVERFLOWS                          26/10/15
126500     .                                                            26/10/15
126600     GO TO 2220-EXIT                                              26/10/15
126700     .                                                            26/10/15
126800 2220-MULTIPLY.                                                   26/10/15
126900     MULTIPLY WS-SHOCK-VALUE (WS-SHOCK-INDEX)                     26/10/15
127000         BY WS-SHOCKED-VARIABLE (WS-SLOT-INDEX) ROUNDED           26/10/15
127100         ON SIZE ERROR                                            26/10/15
127200             ADD 1 TO WS-SHOCK-OVERFLOWS                          26/10/15
127300     .                                                            26/10/15
127400 2220-EXIT.                                                       26/10/15
127500     EXIT.                                                        26/10/15
127600                                                                  26/10/15
127700 2300-USE-SCENARIO-RATES.                                         26/10/15
127800     MOVE WS-SCEN-RATE-COUNT TO CALCPK-RATE-COUNT                 26/10/15
127900     PERFORM 2310-MOVE-ONE-SCEN-BAND THRU 2310-EXIT               26/10/15
128000         VARYING WS-RATE-INDEX FROM 1 BY 1                        26/10/15
128100             UNTIL WS-RATE-INDEX > WS-SCEN-RATE-COUNT             26/10/15
128200     .                                                            26/10/15
128300 2300-EXIT.                                                       26/10/15
128400     EXIT.                                                        26/10/15
128500                                                                  26/10/15
128600 2310-MOVE-ONE-SCEN-BAND.                                         26/10/15
128700     MOVE WS-SCEN-RATE-ENTRY (WS-RATE-INDEX)                      26/10/15
128800         TO CALCPK-RATE-ENTRY (WS-RATE-INDEX)                     26/10/15
128900     .                                                            26/10/15
129000 2310-EXIT.                                                       26/10/15
129100     EXIT.                                                        26/10/15
129200                                                                  26/10/15
129300 2350-USE-BASE-RATES.                                             26/10/15
129400     MOVE WS-BASE-RATE-COUNT TO CALCPK-RATE-COUNT                 26/10/15
129500     PERFORM 2360-MOVE-ONE-BASE-BAND THRU 2360-EXIT               26/10/15
129600         VARYING WS-RATE-INDEX FROM 1 BY 1                        26/10/15
129700             UNTIL WS-RATE-INDEX > WS-BASE-RATE-COUNT             26/10/15
129800     .                                                            26/10/15
129900 2350-EXIT.                                                       26/10/15
130000     EXIT.                                                        26/10/15
130100                                                                  26/10/15
130200 2360-MOVE-ONE-BASE-BAND.                                         26/10/15
130300     MOVE WS-BASE-RATE-ENTRY (WS-RATE-INDEX)                      26/10/15
130400         TO CALCPK-RATE-ENTRY (WS-RATE-INDEX)                     26/10/15
130500     .                                                            26/10/15
130600 2360-EXIT.                                                       26/10/15
130700     EXIT.                                                        26/10/15
130800                                                                  26/10/15
130900*-----------------------------------------------------------------26/10/15
131000*  A RESULT COUNTS AS CHANGED WHEN THE SHOCKED VALUE DIFFERS,     26/10/15
131100*  OR WHEN THE FORMULA EVALUATED CLEANLY IN ONE PASS ONLY.        26/10/15
131200*  ERRORS ARE COUNTED AND LEFT OUT OF THE TOTALS.                 26/10/15
131300*-----------------------------------------------------------------26/10/15
131400 2600-ACCUMULATE-ONE-FORMULA.                                     26/10/15
131500     ADD 1 TO WS-FM-RECORDS (WS-FORMULA-INDEX)                    26/10/15
131600     IF WS-FORMULA-BASE-OK (WS-FORMULA-INDEX) = "Y"               26/10/15
131700         ADD WS-FORMULA-BASE-RESULT (WS-FORMULA-INDEX)            26/10/15
131800             TO WS-FM-BASE-TOTAL (WS-FORMULA-INDEX)               26/10/15
131900                WS-BR-BASE-TOTAL                                  26/10/15
132000     ELSE                                                         26/10/15
132100         ADD 1 TO WS-FM-BASE-ERRORS (WS-FORMULA-INDEX)            26/10/15
132200                  WS-BR-BASE-ERRORS                               26/10/15
132300     .                                                            26/10/15
132400     IF WS-FORMULA-EVAL-OK (WS-FORMULA-INDEX) = "Y"               26/10/15
132500         ADD WS-FORMULA-RESULT (WS-FORMULA-INDEX)                 26/10/15
132600             TO WS-FM-SCEN-TOTAL (WS-FORMULA-INDEX)               26/10/15
132700                WS-BR-SCEN-TOTAL                                  26/10/15
132800     ELSE                                                         26/10/15
132900         ADD 1 TO WS-FM-SCEN-ERRORS (WS-FORMULA-INDEX)            26/10/15
133000                  WS-BR-SCEN-ERRORS                               26/10/15
133100     .                                                            26/10/15
133200     IF WS-FORMULA-EVAL-OK (WS-FORMULA-INDEX)                     26/10/15
133300             NOT = WS-FORMULA-BASE-OK (WS-FORMULA-INDEX)          26/10/15
133400         GO TO 2600-NEXT                                          26/10/15
133500     .                                                            26/10/15
133600     IF WS-FORMULA-EVAL-OK (WS-FORMULA-INDEX) = "Y"               26/10/15
133700             AND WS-FORMULA-RESULT (WS-FORMULA-INDEX)             26/10/15
133800             NOT = WS-FORMULA-BASE-RESULT (WS-FORMULA-INDEX)      26/10/15
133900         GO TO 2600-NEXT                                          26/10/15
134000     .                                                            26/10/15
134100     GO TO 2600-EXIT                                              26/10/15
134200     .                                                            26/10/15
134300 2600-NEXT.                                                       26/10/15
134400     ADD 1 TO WS-FM-CHANGED (WS-FORMULA-INDEX)                    26/10/15
134500              WS-BR-CHANGED                                       26/10/15
134600     .                                                            26/10/15
134700 2600-EXIT.                                                       26/10/15
134800     EXIT.                                                        26/10/15
134900                                                                  26/10/15
135000 2800-CLOSE-BRANCH.                                               26/10/15
135100     MOVE WS-BRANCH-CODE TO WS-IMP-KEY                            26/10/15
135200     MOVE WS-BRANCH-TOTALS TO WS-LINE-TOTALS                      26/10/15
135300     PERFORM 3900-WRITE-IMPACT-LINE THRU 3900-EXIT                26/10/15
135400     ADD WS-BR-RECORDS     TO WS-GR-RECORDS                       26/10/15
135500     ADD WS-BR-BASE-TOTAL  TO WS-GR-BASE-TOTAL                    26/10/15
135600     ADD WS-BR-SCEN-TOTAL  TO WS-GR-SCEN-TOTAL                    26/10/15
135700     ADD WS-BR-CHANGED     TO WS-GR-CHANGED                       26/10/15
135800     ADD WS-BR-BASE-ERRORS TO WS-GR-BASE-ERRORS                   26/10/15
135900     ADD WS-BR-SCEN-ERRORS TO WS-GR-SCEN-ERRORS                   26/10/15
136000     MOVE ZERO TO WS-BR-RECORDS                                   26/10/15
136100                  WS-BR-BASE-TOTAL                                26/10/15
136200                  WS-BR-SCEN-TOTAL                                26/10/15
136300                  WS-BR-CHANGED                                   26/10/15
136400                  WS-BR-BASE-ERRORS                               26/10/15
136500                  WS-BR-SCEN-ERRORS                               26/10/15
136600     MOVE SPACE TO WS-BRANCH-SWITCH                               26/10/15
136700     .                                                            26/10/15
136800 2800-EXIT.                                                       26/10/15
136900     EXIT.                                                        26/10/15
137000                                                                  26/10/15
137100 3000-WRITE-FORMULA-IMPACT.                                       26/10/15
137200     MOVE WS-FORMULA-ID (WS-FORMULA-INDEX) TO WS-IMP-KEY          26/10/15
137300     MOVE WS-FORMULA-TOTALS (WS-FORMULA-INDEX) TO WS-LINE-TOTALS  26/10/15
137400     PERFORM 3900-WRITE-IMPACT-LINE THRU 3900-EXIT                26/10/15
137500     .                                                            26/10/15
137600 3000-EXIT.                                                       26/10/15
137700     EXIT.                                                        26/10/15
137800                                                                  26/10/15
137900 3800-WRITE-GRAND-TOTAL.                                          26/10/15
138000     MOVE "TOTAL" TO WS-IMP-KEY                                   26/10/15
138100     MOVE WS-GRAND-TOTALS TO WS-LINE-TOTALS                       26/10/15
138200     PERFORM 3900-WRITE-IMPACT-LINE THRU 3900-EXIT                26/10/15
138300     .                                                            26/10/15
138400 3800-EXIT.                                                       26/10/15
138500     EXIT.                                                        26/10/15
138600                                                                  26/10/15
138700*-----------------------------------------------------------------26/10/15
138800*  THE CALLER HAS PLACED THE KEY IN THE IMPACT LINE AND THE       26/10/15
138900*  TOTALS IN WS-LINE-TOTALS.  THE PERCENTAGE CHANGE IS LEFT       26/10/15
139000*  BLANK WHEN THE BASE TOTAL IS ZERO AND STARRED WHEN IT WILL     26/10/15
139100*  NOT FIT.                                                       26/10/15
139200*-----------------------------------------------------------------26/10/15
139300 3900-WRITE-IMPACT-LINE.                                          26/10/15
139400     MOVE WS-LN-RECORDS    TO WS-IMP-RECORDS                      26/10/15
139500     MOVE WS-LN-BASE-TOTAL TO WS-IMP-BASE-TOTAL                   26/10/15
139600     MOVE WS-LN-SCEN-TOTAL TO WS-IMP-SCEN-TOTAL                   26/10/15
139700     COMPUTE WS-DIFF-WORK = WS-LN-SCEN-TOTAL - WS-LN-BASE-TOTAL   26/10/15
139800     MOVE WS-DIFF-WORK     TO WS-IMP-DIFFERENCE                   26/10/15
139900     IF WS-LN-BASE-TOTAL = ZERO                                   26/10/15
140000         MOVE SPACE TO WS-IMP-PCT-TEXT                            26/10/15
140100     ELSE                                                         26/10/15
140200         PERFORM 3910-COMPUTE-PCT-CHANGE THRU 3910-EXIT           26/10/15
140300     .                                                            26/10/15
140400     MOVE WS-LN-CHANGED     TO WS-IMP-CHANGED                     26/10/15
140500     MOVE WS-LN-BASE-ERRORS TO WS-IMP-BASE-ERRORS                 26/10/15
140600     MOVE WS-LN-SCEN-ERRORS TO WS-IMP-SCEN-ERRORS                 26/10/15
140700     WRITE REPORT-LINE FROM WS-IMPACT-LINE                        26/10/15
140800     .                                                            26/10/15
140900 3900-EXIT.                                                       26/10/15
141000     EXIT.                                                        26/10/15
141100                                                                  26/10/15
141200 3910-COMPUTE-PCT-CHANGE.                                         26/10/15
141300     COMPUTE WS-PCT-WORK ROUNDED                                  26/10/15
141400           = WS-DIFF-WORK * 100 / WS-LN-BASE-TOTAL                26/10/15
141500         ON SIZE ERROR                                            26/10/15
141600             MOVE "   ******" TO WS-IMP-PCT-TEXT                  26/10/15
141700             GO TO 3910-EXIT                                      26/10/15
141800     .                                                            26/10/15
141900     MOVE WS-PCT-WORK TO WS-IMP-PCT-CHANGE                        26/10/15
142000     .                                                            26/10/15
142100 3910-EXIT.                                                       26/10/15
142200     EXIT.                                                        26/10/15
142300                                                                  26/10/15
142400 8000-TERMINATE.                                                  26/10/15
142500     IF BRANCH-IS-OPEN                                            26/10/15
142600         PERFORM 2800-CLOSE-BRANCH THRU 2800-EXIT                 26/10/15
142700     .                                                            26/10/15
142800     PERFORM 3800-WRITE-GRAND-TOTAL THRU 3800-EXIT                26/10/15
142900     MOVE "IMPACT BY FORMULA ID" TO WS-CAP-TEXT                   26/10/15
143000     WRITE REPORT-LINE FROM WS-CAPTION-LINE                       26/10/15
143100     MOVE "FORMULA" TO WS-COL-KEY                                 26/10/15
143200     WRITE REPORT-LINE FROM WS-COLUMN-LINE                        26/10/15
143300     PERFORM 3000-WRITE-FORMULA-IMPACT THRU 3000-EXIT             26/10/15
143400         VARYING WS-FORMULA-INDEX FROM 1 BY 1                     26/10/15
143500             UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT            26/10/15
143600     PERFORM 3800-WRITE-GRAND-TOTAL THRU 3800-EXIT                26/10/15
143700     MOVE WS-TOTAL-INPUT     TO WS-SUM-INPUT                      26/10/15
143800     MOVE WS-FORMULA-COUNT   TO WS-SUM-FORMULAS                   26/10/15
143900     MOVE WS-TOTAL-SHOCKED   TO WS-SUM-SHOCKED                    26/10/15
144000     MOVE WS-SHOCK-OVERFLOWS TO WS-SUM-OVERFLOWS                  26/10/15
144100     MOVE WS-GR-CHANGED      TO WS-SUM-CHANGED                    26/10/15
144200     MOVE WS-GR-BASE-ERRORS  TO WS-SUM-BASE-ERRORS                26/10/15
144300     MOVE WS-GR-SCEN-ERRORS  TO WS-SUM-SCEN-ERRORS                26/10/15
144400     WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       26/10/15
144500     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2                     26/10/15
144600     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3                     26/10/15
144700     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4                     26/10/15
144800     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5                     26/10/15
144900     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-6                     26/10/15
145000     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-7                     26/10/15
145100     CLOSE VARIABLE-INPUT                                         26/10/15
145200     CLOSE SCENARIO-REPORT                                        26/10/15
145300     .                                                            26/10/15
145400 8000-EXIT.                                                       26/10/15
145500     EXIT.                                                        26/10/15
145600                                                                  26/10/15
145700*DIALOG-FREE VERSION SELECTION PARAGRAPHS.                        26/10/15
145800 COPY FORMSEL.                                                    26/10/15
145900                                                                  26/10/15
146000*RATE TABLE LOADING PARAGRAPHS.                                   26/10/15
146100 COPY RATELOD.                                                    26/10/15
