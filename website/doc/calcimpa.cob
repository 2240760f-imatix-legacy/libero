000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    CALCIMPA.                                         26/10/15
000300                                                                  26/10/15
000400 AUTHOR.        J ANDERSON.                                       26/10/15
000500 DATE-WRITTEN.  26/10/15                                          26/10/15
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/10/15
000800*-----------------------------------------------------------------26/10/15
000900*  CALCIMPA - DOWNSTREAM IMPACT ANALYSIS FOR PENDING FORMULA      26/10/15
001000*  CHANGES AND RATE TABLE CHANGES                                 26/10/15
001100*                                                                 26/10/15
001200*  FOR EVERY ITEM STILL PENDING ON CALCPEND (SEE PENDREC.CPY),    26/10/15
001300*  AND FOR A RATE TABLE NAMED AT RUN TIME, LISTS EVERY FORMULA    26/10/15
001400*  VERSION WHOSE RESULTS WOULD MOVE IF THE CHANGE WENT IN, SO     26/10/15
001500*  THE APPROVER KNOWS WHAT THEY ARE SIGNING OFF ON:               26/10/15
001600*                                                                 26/10/15
001700*      - A FORMULA CHANGE REACHES EVERY FORMULA WHOSE CHAIN       26/10/15
001800*        REFERENCES (FL-CHAIN-REF) NAME IT, THEN EVERY FORMULA    26/10/15
001900*        CHAINING TO THOSE, AND SO ON DOWN THE CHAIN.             26/10/15
002000*      - A RATE TABLE CHANGE REACHES EVERY FORMULA WHOSE          26/10/15
002100*        EXPRESSION CALLS RATE OR BAND WITH THE TABLE ID AS A     26/10/15
002200*        LITERAL FIRST ARGUMENT, THEN EVERYTHING CHAINING TO      26/10/15
002300*        THOSE.  A RATE OR BAND CALL WHOSE TABLE ARGUMENT IS NOT  26/10/15
002400*        A PLAIN NUMBER MAY REACH ANY TABLE AND IS LISTED TOO.    26/10/15
002500*                                                                 26/10/15
002600*  EACH AFFECTED VERSION IS PRINTED WITH ITS DEPTH AND THE        26/10/15
002700*  DEPENDENCY PATH THAT REACHES IT, AND WITH THE NUMBER OF        26/10/15
002800*  ACCOUNTS ITS FORMULA PRODUCED A RESULT FOR ON THE LATEST       26/10/15
002900*  RESULTS FILE (CALCRSLT - ERROR RESULTS ARE NOT COUNTED).       26/10/15
003000*  ONLY VERSIONS THAT CAN STILL BE SELECTED - OPEN-ENDED OR       26/10/15
003100*  EFFECTIVE UNTIL TODAY OR LATER - ARE CONSIDERED; A CLOSED      26/10/15
003200*  VERSION CANNOT BE AFFECTED BY A CHANGE MADE NOW.               26/10/15
003300*                                                                 26/10/15
003400*  THE RATE TABLE ID IS ACCEPTED AT RUN TIME; ZERO OR EMPTY       26/10/15
003500*  REPORTS THE PENDING CHANGES ONLY.  NOTHING IS UPDATED.         26/10/15
003600*-----------------------------------------------------------------26/10/15
003700                                                                  26/10/15
003800 ENVIRONMENT DIVISION.                                            26/10/15
003900                                                                  26/10/15
004000 CONFIGURATION SECTION.                                           26/10/15
004100 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
004200 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
004300                                                                  26/10/15
004400 INPUT-OUTPUT SECTION.                                            26/10/15
004500 FILE-CONTROL.                                                    26/10/15
004600     SELECT OPTIONAL PENDING-FILE                                 26/10/15
004700         ASSIGN TO "CALCPEND"                                     26/10/15
004800         ORGANIZATION IS INDEXED                                  26/10/15
004900         ACCESS MODE IS SEQUENTIAL                                26/10/15
005000         RECORD KEY IS PD-SEQUENCE.                               26/10/15
005100     SELECT FORMULA-LIBRARY                                       26/10/15
005200         ASSIGN TO "FORMLIB"                                      26/10/15
005300         ORGANIZATION IS INDEXED                                  26/10/15
005400         ACCESS MODE IS SEQUENTIAL                                26/10/15
005500         RECORD KEY IS FL-FORMULA-KEY.                            26/10/15
005600     SELECT OPTIONAL RESULTS-MASTER                               26/10/15
005700         ASSIGN TO "CALCRSLT"                                     26/10/15
005800         ORGANIZATION IS SEQUENTIAL.                              26/10/15
005900     SELECT IMPACT-REPORT                                         26/10/15
006000         ASSIGN TO "CALCIRPT"                                     26/10/15
006100         ORGANIZATION IS SEQUENTIAL.                              26/10/15
006200                                                                  26/10/15
006300 DATA DIVISION.                                                   26/10/15
006400                                                                  26/10/15
006500 FILE SECTION.                                                    26/10/15
006600 FD  PENDING-FILE                                                 26/10/15
006700     LABEL RECORDS ARE STANDARD.                                  26/10/15
006800 COPY PENDREC.                                                    26/10/15
006900                                                                  26/10/15
007000 FD  FORMULA-LIBRARY                                              26/10/15
007100     LABEL RECORDS ARE STANDARD.                                  26/10/15
007200 COPY FORMREC.                                                    26/10/15
007300                                                                  26/10/15
007400 FD  RESULTS-MASTER                                               26/10/15
007500     LABEL RECORDS ARE STANDARD.                                  26/10/15
007600 01  RESULT-RECORD.                                               26/10/15
007700     02  RM-FORMULA-ID           PIC X(8).                        26/10/15
007800     02  RM-INPUT-KEY            PIC X(16).                       26/10/15
007900     02  RM-RESULT               PIC S9(9)V9(9).                  26/10/15
008000     02  RM-FEEDBACK             PIC X(12).                       26/10/15
008100                                                                  26/10/15
008200 FD  IMPACT-REPORT                                                26/10/15
008300     LABEL RECORDS ARE STANDARD.                                  26/10/15
008400 01  REPORT-LINE                 PIC X(132).                      26/10/15
008500                                                                  26/10/15
008600 WORKING-STORAGE SECTION.                                         26/10/15
008700                                                                  26/10/15
008800*-----------------------------------------------------------------26/10/15
008900*  SWITCHES AND COUNTERS.                                         26/10/15
009000*-----------------------------------------------------------------26/10/15
009100 01  WS-SWITCHES.                                                 26/10/15
009200     02  WS-EOF-SWITCH            PIC X      VALUE SPACE.         26/10/15
009300         88  NO-MORE-FORMULAS                VALUE "Y".           26/10/15
009400     02  WS-PEND-EOF-SWITCH       PIC X      VALUE SPACE.         26/10/15
009500         88  NO-MORE-PENDING                 VALUE "Y".           26/10/15
009600     02  WS-RSLT-EOF-SWITCH       PIC X      VALUE SPACE.         26/10/15
009700         88  NO-MORE-RESULTS                 VALUE "Y".           26/10/15
009800     02  WS-HIT-SWITCH            PIC X      VALUE SPACE.         26/10/15
009900         88  VERSION-IS-HIT                  VALUE "Y".           26/10/15
010000                                                                  26/10/15
010100 01  WS-COUNTERS.                                                 26/10/15
010200     02  WS-VER-COUNT             PIC S9(4)  COMP VALUE ZERO.     26/10/15
010300     02  WS-VER-MAX               PIC S9(4)  COMP VALUE 2000.     26/10/15
010400     02  WS-VER-INDEX             PIC S9(4)  COMP VALUE ZERO.     26/10/15
010500     02  WS-ID-COUNT              PIC S9(4)  COMP VALUE ZERO.     26/10/15
010600     02  WS-ID-MAX                PIC S9(4)  COMP VALUE 500.      26/10/15
010700     02  WS-ID-INDEX              PIC S9(4)  COMP VALUE ZERO.     26/10/15
010800     02  WS-ID-FOUND-X            PIC S9(4)  COMP VALUE ZERO.     26/10/15
010900     02  WS-Q-COUNT               PIC S9(4)  COMP VALUE ZERO.     26/10/15
011000     02  WS-Q-INDEX               PIC S9(4)  COMP VALUE ZERO.     26/10/15
011100     02  WS-CHAIN-INDEX           PIC S9(4)  COMP VALUE ZERO.     26/10/15
011200     02  WS-TBL-INDEX             PIC S9(4)  COMP VALUE ZERO.     26/10/15
011300     02  WS-TBL-MAX               PIC S9(4)  COMP VALUE 8.        26/10/15
011400     02  WS-EXPR-INDEX            PIC S9(4)  COMP VALUE ZERO.     26/10/15
011500     02  WS-NAME-LEN              PIC S9(4)  COMP VALUE ZERO.     26/10/15
011600     02  WS-LIT-DIGITS            PIC S9(4)  COMP VALUE ZERO.     26/10/15
011700     02  WS-PATH-POINTER          PIC S9(4)  COMP VALUE ZERO.     26/10/15
011800     02  WS-TOTAL-READ            PIC S9(7)  COMP VALUE ZERO.     26/10/15
011900     02  WS-TOTAL-RESULTS         PIC S9(7)  COMP VALUE ZERO.     26/10/15
012000     02  WS-TOTAL-PENDING         PIC S9(7)  COMP VALUE ZERO.     26/10/15
012100     02  WS-TOTAL-AFFECTED        PIC S9(7)  COMP VALUE ZERO.     26/10/15
012200     02  WS-ROOT-VERSIONS         PIC S9(7)  COMP VALUE ZERO.     26/10/15
012300     02  WS-ROOT-FORMULAS         PIC S9(7)  COMP VALUE ZERO.     26/10/15
012400     02  WS-ROOT-ACCOUNTS         PIC S9(9)  COMP VALUE ZERO.     26/10/15
012500     02  WS-ROOT-OWN-ACCOUNTS     PIC S9(9)  COMP VALUE ZERO.     26/10/15
012600                                                                  26/10/15
012700 01  WS-WORK-AREAS.                                               26/10/15
012800     02  WS-TODAY-DATE            PIC 9(8)   VALUE ZERO.          26/10/15
012900     02  WS-REQ-TABLE-ID          PIC 9(4)   VALUE ZERO.          26/10/15
013000     02  WS-LAST-ID               PIC X(8)   VALUE SPACE.         26/10/15
013100     02  WS-ROOT-ID               PIC X(8)   VALUE SPACE.         26/10/15
013200     02  WS-LOOKUP-ID             PIC X(8)   VALUE SPACE.         26/10/15
013300     02  WS-LIT-VALUE             PIC 9(9)   VALUE ZERO.          26/10/15
013400     02  WS-PARENT-DEPTH          PIC 9(3)   VALUE ZERO.          26/10/15
013500     02  WS-PARENT-PATH           PIC X(75)  VALUE SPACE.         26/10/15
013600     02  WS-PATH-WORK             PIC X(75)  VALUE SPACE.         26/10/15
013700     02  WS-TABLE-ROOT-TEXT.                                      26/10/15
013800         03  FILLER               PIC X(11)  VALUE "RATE TABLE ". 26/10/15
013900         03  WS-ROOT-TABLE-ID     PIC 9(4)   VALUE ZERO.          26/10/15
014000     02  WS-COMPUTED-ROOT-TEXT    PIC X(21)                       26/10/15
014100                 VALUE "RATE TABLE (COMPUTED)".                   26/10/15
014200                                                                  26/10/15
014300*-----------------------------------------------------------------26/10/15
014400*  EVERY FORMULA ID IN THE LIBRARY, IN KEY ORDER, WITH THE        26/10/15
014500*  ACCOUNTS IT PRODUCED A RESULT FOR ON CALCRSLT, AND WHETHER     26/10/15
014600*  THE ANALYSIS IN HAND HAS ALREADY REACHED IT.                   26/10/15
014700*-----------------------------------------------------------------26/10/15
014800 01  WS-ID-TABLE.                                                 26/10/15
014900     02  WS-ID-ENTRY              OCCURS 500 TIMES.               26/10/15
015000         03  WS-ID-NAME           PIC X(8).                       26/10/15
015100         03  WS-ID-ACCOUNTS       PIC S9(7)  COMP.                26/10/15
015200         03  WS-ID-REACHED        PIC X.                          26/10/15
015300                                                                  26/10/15
015400*-----------------------------------------------------------------26/10/15
015500*  EVERY VERSION THAT CAN STILL BE SELECTED, WITH ITS CHAIN       26/10/15
015600*  REFERENCES AND THE RATE TABLES ITS EXPRESSION NAMES.  THE      26/10/15
015700*  COMPUTED-TABLE FLAG MARKS A RATE OR BAND CALL WHOSE TABLE      26/10/15
015800*  ARGUMENT IS NOT A PLAIN NUMBER.                                26/10/15
015900*-----------------------------------------------------------------26/10/15
016000 01  WS-VERSION-TABLE.                                            26/10/15
016100     02  WS-VER-ENTRY             OCCURS 2000 TIMES.              26/10/15
016200         03  WS-VER-ID            PIC X(8).                       26/10/15
016300         03  WS-VER-NBR           PIC 9(3).                       26/10/15
016400         03  WS-VER-FROM          PIC 9(8).                       26/10/15
016500         03  WS-VER-TO            PIC 9(8).                       26/10/15
016600         03  WS-VER-ID-X          PIC S9(4)  COMP.                26/10/15
016700         03  WS-VER-CHAIN-ID      PIC X(8)   OCCURS 3 TIMES.      26/10/15
016800         03  WS-VER-TBL-COUNT     PIC S9(4)  COMP.                26/10/15
016900         03  WS-VER-TBL-ID        PIC 9(4)   OCCURS 8 TIMES.      26/10/15
017000         03  WS-VER-COMPUTED      PIC X.                          26/10/15
017100         03  WS-VER-REPORTED      PIC X.                          26/10/15
017200                                                                  26/10/15
017300*-----------------------------------------------------------------26/10/15
017400*  THE FORMULA IDS REACHED SO FAR, IN THE ORDER REACHED, EACH     26/10/15
017500*  WITH ITS DEPTH AND THE PATH THAT REACHED IT.  EACH ID IS       26/10/15
017600*  QUEUED ONCE, SO THE QUEUE NEVER OUTGROWS THE ID TABLE PLUS     26/10/15
017700*  THE STARTING FORMULA.                                          26/10/15
017800*-----------------------------------------------------------------26/10/15
017900 01  WS-QUEUE-TABLE.                                              26/10/15
018000     02  WS-Q-ENTRY               OCCURS 501 TIMES.               26/10/15
018100         03  WS-Q-ID              PIC X(8).                       26/10/15
018200         03  WS-Q-DEPTH           PIC 9(3).                       26/10/15
018300         03  WS-Q-PATH            PIC X(75).                      26/10/15
018400                                                                  26/10/15
018500 01  WS-SCAN-AREAS.                                               26/10/15
018600     02  WS-EXPR-WORK             PIC X(240).                     26/10/15
018700     02  FILLER REDEFINES WS-EXPR-WORK.                           26/10/15
018800         03  WS-EXPR-CHAR         PIC X      OCCURS 240 TIMES.    26/10/15
018900     02  WS-SCAN-NAME             PIC X(4).                       26/10/15
019000     02  FILLER REDEFINES WS-SCAN-NAME.                           26/10/15
019100         03  WS-SCAN-NAME-CHAR    PIC X      OCCURS 4 TIMES.      26/10/15
019200     02  WS-SCAN-CHAR             PIC X.                          26/10/15
019300         88  SCAN-CHAR-IS-ALPHA             VALUE "A" THRU "Z".   26/10/15
019400         88  SCAN-CHAR-IS-DIGIT             VALUE "0" THRU "9".   26/10/15
019500     02  FILLER REDEFINES WS-SCAN-CHAR.                           26/10/15
019600         03  WS-SCAN-DIGIT        PIC 9.                          26/10/15
019700                                                                  26/10/15
019800*-----------------------------------------------------------------26/10/15
019900*  REPORT LINE LAYOUTS.                                           26/10/15
020000*-----------------------------------------------------------------26/10/15
020100 01  WS-HEADING-LINE.                                             26/10/15
020200     02  FILLER                   PIC X(132)                      26/10/15
020300             VALUE "DOWNSTREAM IMPACT ANALYSIS REPORT".           26/10/15
020400                                                                  26/10/15
020500 01  WS-REQUEST-LINE.                                             26/10/15
020600     02  FILLER                   PIC X(9)   VALUE "RUN DATE ".   26/10/15
020700     02  WS-REQ-TODAY             PIC 9(8).                       26/10/15
020800     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
020900     02  FILLER                   PIC X(11)  VALUE "RATE TABLE ". 26/10/15
021000     02  WS-REQ-TABLE             PIC X(4).                       26/10/15
021100     02  FILLER                   PIC X(97)  VALUE SPACE.         26/10/15
021200                                                                  26/10/15
021300 01  WS-PENDING-LINE.                                             26/10/15
021400     02  FILLER                   PIC X(8)   VALUE "PENDING ".    26/10/15
021500     02  WS-PND-SEQUENCE          PIC ZZZZZZ9.                    26/10/15
021600     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
021700     02  WS-PND-ACTION            PIC X(6).                       26/10/15
021800     02  FILLER                   PIC X(9)   VALUE " FORMULA ".   26/10/15
021900     02  WS-PND-FORMULA-ID        PIC X(8).                       26/10/15
022000     02  FILLER                   PIC X(9)   VALUE " VERSION ".   26/10/15
022100     02  WS-PND-VERSION           PIC ZZ9.                        26/10/15
022200     02  FILLER                   PIC X(11)  VALUE " SUBMITTED ". 26/10/15
022300     02  WS-PND-SUBMIT-DATE       PIC 9(8).                       26/10/15
022400     02  FILLER                   PIC X(4)   VALUE " BY ".        26/10/15
022500     02  WS-PND-SUBMIT-USER       PIC X(8).                       26/10/15
022600     02  FILLER                   PIC X(49)  VALUE SPACE.         26/10/15
022700                                                                  26/10/15
022800 01  WS-TABLE-LINE.                                               26/10/15
022900     02  FILLER                   PIC X(11)  VALUE "RATE TABLE ". 26/10/15
023000     02  WS-TBL-TABLE-ID          PIC 9(4).                       26/10/15
023100     02  FILLER                   PIC X(117)                      26/10/15
023200             VALUE " - FORMULAS CALLING RATE OR BAND ON IT".      26/10/15
023300                                                                  26/10/15
023400 01  WS-COLUMN-LINE.                                              26/10/15
023500     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
023600     02  FILLER                   PIC X(5)   VALUE "LVL".         26/10/15
023700     02  FILLER                   PIC X(10)  VALUE "FORMULA".     26/10/15
023800     02  FILLER                   PIC X(5)   VALUE "VER".         26/10/15
023900     02  FILLER                   PIC X(10)  VALUE "FROM".        26/10/15
024000     02  FILLER                   PIC X(12)  VALUE "TO".          26/10/15
024100     02  FILLER                   PIC X(12)  VALUE " ACCOUNTS".   26/10/15
024200     02  FILLER                   PIC X(75)                       26/10/15
024300                      VALUE "DEPENDENCY PATH".                    26/10/15
024400                                                                  26/10/15
024500 01  WS-DETAIL-LINE.                                              26/10/15
024600     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
024700     02  WS-DET-DEPTH             PIC ZZ9.                        26/10/15
024800     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
024900     02  WS-DET-FORMULA-ID        PIC X(8).                       26/10/15
025000     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
025100     02  WS-DET-VERSION           PIC ZZ9.                        26/10/15
025200     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
025300     02  WS-DET-FROM              PIC 9(8).                       26/10/15
025400     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
025500     02  WS-DET-TO                PIC X(10).                      26/10/15
025600     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
025700     02  WS-DET-ACCOUNTS          PIC Z,ZZZ,ZZ9.                  26/10/15
025800     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
025900     02  WS-DET-PATH              PIC X(75).                      26/10/15
026000                                                                  26/10/15
026100 01  WS-NONE-LINE.                                                26/10/15
026200     02  FILLER                   PIC X(132)                      26/10/15
026300             VALUE "   NO FORMULA DEPENDS ON IT".                 26/10/15
026400                                                                  26/10/15
026500 01  WS-ROOT-TOTAL-LINE.                                          26/10/15
026600     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
026700     02  FILLER                   PIC X(19)                       26/10/15
026800                      VALUE "AFFECTED VERSIONS ".                 26/10/15
026900     02  WS-RT-VERSIONS           PIC ZZZ,ZZ9.                    26/10/15
027000     02  FILLER                   PIC X(19)                       26/10/15
027100                      VALUE "   AFFECTED IDS   ".                 26/10/15
027200     02  WS-RT-FORMULAS           PIC ZZZ,ZZ9.                    26/10/15
027300     02  FILLER                   PIC X(21)                       26/10/15
027400                      VALUE "   AFFECTED RESULTS ".               26/10/15
027500     02  WS-RT-ACCOUNTS           PIC ZZZ,ZZZ,ZZ9.                26/10/15
027600     02  FILLER                   PIC X(21)                       26/10/15
027700                      VALUE "   CHANGED FORMULA  ".               26/10/15
027800     02  WS-RT-OWN-ACCOUNTS       PIC ZZZ,ZZZ,ZZ9.                26/10/15
027900     02  FILLER                   PIC X(13)  VALUE SPACE.         26/10/15
028000                                                                  26/10/15
028100 01  WS-SUMMARY-LINE.                                             26/10/15
028200     02  FILLER                   PIC X(20)                       26/10/15
028300                      VALUE "VERSIONS READ     : ".               26/10/15
028400     02  WS-SUM-READ              PIC ZZZ,ZZ9.                    26/10/15
028500     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
028600                                                                  26/10/15
028700 01  WS-SUMMARY-LINE-2.                                           26/10/15
028800     02  FILLER                   PIC X(20)                       26/10/15
028900                      VALUE "RESULTS READ      : ".               26/10/15
029000     02  WS-SUM-RESULTS           PIC ZZZ,ZZ9.                    26/10/15
029100     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
029200                                                                  26/10/15
029300 01  WS-SUMMARY-LINE-3.                                           26/10/15
029400     02  FILLER                   PIC X(20)                       26/10/15
029500                      VALUE "PENDING ANALYSED  : ".               26/10/15
029600     02  WS-SUM-PENDING           PIC ZZZ,ZZ9.                    26/10/15
029700     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
029800                                                                  26/10/15
029900 01  WS-SUMMARY-LINE-4.                                           26/10/15
030000     02  FILLER                   PIC X(20)                       26/10/15
030100                      VALUE "AFFECTED LISTED   : ".               26/10/15
030200     02  WS-SUM-AFFECTED          PIC ZZZ,ZZ9.                    26/10/15
030300     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
030400                                                                  26/10/15
030500 PROCEDURE DIVISION.                                              26/10/15
030600                                                                  26/10/15
030700*    0000-MAINLINE                                                26/10/15
030800                                                                  26/10/15
030900 0000-MAINLINE.                                                   26/10/15
031000     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       26/10/15
031100     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT                  26/10/15
031200         UNTIL NO-MORE-PENDING                                    26/10/15
031300     IF WS-REQ-TABLE-ID > ZERO                                    26/10/15
031400         PERFORM 4000-REPORT-RATE-TABLE THRU 4000-EXIT            26/10/15
031500     .                                                            26/10/15
031600     PERFORM 8000-TERMINATE THRU 8000-EXIT                        26/10/15
031700     STOP RUN                                                     26/10/15
031800     .                                                            26/10/15
031900                                                                  26/10/15
032000*-----------------------------------------------------------------26/10/15
032100*  THE RATE TABLE ID IS ACCEPTED AT RUN TIME.  THE LIBRARY AND    26/10/15
032200*  THE RESULT COUNTS ARE LOADED BEFORE THE FIRST PENDING ITEM     26/10/15
032300*  IS READ.                                                       26/10/15
032400*-----------------------------------------------------------------26/10/15
032500 1000-INITIALIZE.                                                 26/10/15
032600     ACCEPT WS-REQ-TABLE-ID                                       26/10/15
032700     IF WS-REQ-TABLE-ID NOT NUMERIC                               26/10/15
032800         MOVE ZERO TO WS-REQ-TABLE-ID                             26/10/15
032900     .                                                            26/10/15
033000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD                      26/10/15
033100     OPEN INPUT  PENDING-FILE                                     26/10/15
033200     OPEN INPUT  FORMULA-LIBRARY                                  26/10/15
033300     OPEN INPUT  RESULTS-MASTER                                   26/10/15
033400     OPEN OUTPUT IMPACT-REPORT                                    26/10/15
033500     WRITE REPORT-LINE FROM WS-HEADING-LINE                       26/10/15
033600     MOVE WS-TODAY-DATE TO WS-REQ-TODAY                           26/10/15
033700     IF WS-REQ-TABLE-ID > ZERO                                    26/10/15
033800         MOVE WS-REQ-TABLE-ID TO WS-REQ-TABLE                     26/10/15
033900     ELSE                                                         26/10/15
034000         MOVE "NONE" TO WS-REQ-TABLE                              26/10/15
034100     .                                                            26/10/15
034200     WRITE REPORT-LINE FROM WS-REQUEST-LINE                       26/10/15
034300     PERFORM 1100-READ-FORMULA THRU 1100-EXIT                     26/10/15
034400     PERFORM 1200-LOAD-ONE-VERSION THRU 1200-EXIT                 26/10/15
034500         UNTIL NO-MORE-FORMULAS                                   26/10/15
034600     CLOSE FORMULA-LIBRARY                                        26/10/15
034700     PERFORM 1400-COUNT-ONE-RESULT THRU 1400-EXIT                 26/10/15
034800         UNTIL NO-MORE-RESULTS                                    26/10/15
034900     CLOSE RESULTS-MASTER                                         26/10/15
035000     PERFORM 2100-READ-PENDING THRU 2100-EXIT                     26/10/15
035100     .                                                            26/10/15
035200 1000-EXIT.                                                       26/10/15
035300     EXIT.                                                        26/10/15
035400                                                                  26/10/15
035500 1100-READ-FORMULA.                                               26/10/15
035600     READ FORMULA-LIBRARY                                         26/10/15
035700         AT END                                                   26/10/15
035800             MOVE "Y" TO WS-EOF-SWITCH                            26/10/15
035900             GO TO 1100-EXIT                                      26/10/15
036000     .                                                            26/10/15
036100     ADD 1 TO WS-TOTAL-READ                                       26/10/15
036200     .                                                            26/10/15
036300 1100-EXIT.                                                       26/10/15
036400     EXIT.                                                        26/10/15
036500                                                                  26/10/15
036600*-----------------------------------------------------------------26/10/15
036700*  LOAD ONE VERSION.  A VERSION CLOSED BEFORE TODAY IS SKIPPED.   26/10/15
036800*  THE LIBRARY IS IN KEY ORDER, SO A NEW FORMULA ID STARTS A      26/10/15
036900*  NEW ENTRY IN THE ID TABLE.                                     26/10/15
037000*-----------------------------------------------------------------26/10/15
037100 1200-LOAD-ONE-VERSION.                                           26/10/15
037200     IF FL-EFFECTIVE-TO NOT = ZERO                                26/10/15
037300             AND FL-EFFECTIVE-TO < WS-TODAY-DATE                  26/10/15
037400         GO TO 1280-NEXT-VERSION                                  26/10/15
037500     .                                                            26/10/15
037600     IF FL-FORMULA-ID NOT = WS-LAST-ID                            26/10/15
037700         IF WS-ID-COUNT = WS-ID-MAX                               26/10/15
037800             MOVE "FORMULA TABLE FULL - REMAINDER SKIPPED"        26/10/15
037900                 TO REPORT-LINE                                   26/10/15
038000             WRITE REPORT-LINE                                    26/10/15
038100             MOVE "Y" TO WS-EOF-SWITCH                            26/10/15
038200             GO TO 1200-EXIT                                      26/10/15
038300         ELSE                                                     26/10/15
038400             ADD 1 TO WS-ID-COUNT                                 26/10/15
038500             MOVE FL-FORMULA-ID TO WS-ID-NAME (WS-ID-COUNT)       26/10/15
038600             MOVE ZERO          TO WS-ID-ACCOUNTS (WS-ID-COUNT)   26/10/15
038700             MOVE SPACE         TO WS-ID-REACHED (WS-ID-COUNT)    26/10/15
038800             MOVE FL-FORMULA-ID TO WS-LAST-ID                     26/10/15
038900     .                                                            26/10/15
039000     IF WS-VER-COUNT = WS-VER-MAX                                 26/10/15
039100         MOVE "TOO MANY VERSIONS - REMAINDER SKIPPED"             26/10/15
039200             TO REPORT-LINE                                       26/10/15
039300         WRITE REPORT-LINE                                        26/10/15
039400         MOVE "Y" TO WS-EOF-SWITCH                                26/10/15
039500         GO TO 1200-EXIT                                          26/10/15
039600     .                                                            26/10/15
039700     ADD 1 TO WS-VER-COUNT                                        26/10/15
039800     MOVE FL-FORMULA-ID     TO WS-VER-ID (WS-VER-COUNT)           26/10/15
039900     MOVE FL-VERSION-NBR    TO WS-VER-NBR (WS-VER-COUNT)          26/10/15
040000     MOVE FL-EFFECTIVE-FROM TO WS-VER-FROM (WS-VER-COUNT)         26/10/15
040100     MOVE FL-EFFECTIVE-TO   TO WS-VER-TO (WS-VER-COUNT)           26/10/15
040200     MOVE WS-ID-COUNT       TO WS-VER-ID-X (WS-VER-COUNT)         26/10/15
040300     MOVE ZERO              TO WS-VER-TBL-COUNT (WS-VER-COUNT)    26/10/15
040400     MOVE SPACE             TO WS-VER-COMPUTED (WS-VER-COUNT)     26/10/15
040500     MOVE SPACE             TO WS-VER-REPORTED (WS-VER-COUNT)     26/10/15
040600     PERFORM 1250-COPY-ONE-CHAIN-REF THRU 1250-EXIT               26/10/15
040700         VARYING WS-CHAIN-INDEX FROM 1 BY 1                       26/10/15
040800             UNTIL WS-CHAIN-INDEX > 3                             26/10/15
040900     PERFORM 1300-SCAN-EXPRESSION THRU 1300-EXIT                  26/10/15
041000     .                                                            26/10/15
041100 1280-NEXT-VERSION.                                               26/10/15
041200     PERFORM 1100-READ-FORMULA THRU 1100-EXIT                     26/10/15
041300     .                                                            26/10/15
041400 1200-EXIT.                                                       26/10/15
041500     EXIT.                                                        26/10/15
041600                                                                  26/10/15
041700 1250-COPY-ONE-CHAIN-REF.                                         26/10/15
041800     MOVE FL-CHAIN-FORMULA-ID (WS-CHAIN-INDEX)                    26/10/15
041900         TO WS-VER-CHAIN-ID (WS-VER-COUNT, WS-CHAIN-INDEX)        26/10/15
042000     .                                                            26/10/15
042100 1250-EXIT.                                                       26/10/15
042200     EXIT.                                                        26/10/15
042300                                                                  26/10/15
042400*-----------------------------------------------------------------26/10/15
042500*  EXPRESSION SCAN.  NAMES ARE COLLECTED AS CALCXREF COLLECTS     26/10/15
042600*  THEM; AFTER A RATE OR BAND NAME THE FIRST ARGUMENT IS READ.    26/10/15
042700*  A PLAIN NUMBER FOLLOWED BY A COMMA IS A TABLE ID; ANYTHING     26/10/15
042800*  ELSE IS A TABLE COMPUTED AT RUN TIME.                          26/10/15
042900*-----------------------------------------------------------------26/10/15
043000 1300-SCAN-EXPRESSION.                                            26/10/15
043100     MOVE FL-EXPRESSION TO WS-EXPR-WORK                           26/10/15
043200     MOVE 1 TO WS-EXPR-INDEX                                      26/10/15
043300     PERFORM 1310-SCAN-ONE-TOKEN THRU 1310-EXIT                   26/10/15
043400         UNTIL WS-EXPR-INDEX > 240                                26/10/15
043500     .                                                            26/10/15
043600 1300-EXIT.                                                       26/10/15
043700     EXIT.                                                        26/10/15
043800                                                                  26/10/15
043900 1310-SCAN-ONE-TOKEN.                                             26/10/15
044000     PERFORM 1390-LOAD-SCAN-CHAR THRU 1390-EXIT                   26/10/15
044100     IF NOT SCAN-CHAR-IS-ALPHA                                    26/10/15
044200         ADD 1 TO WS-EXPR-INDEX                                   26/10/15
044300         GO TO 1310-EXIT                                          26/10/15
044400     .                                                            26/10/15
044500     MOVE SPACES TO WS-SCAN-NAME                                  26/10/15
044600     MOVE ZERO   TO WS-NAME-LEN                                   26/10/15
044700     PERFORM 1320-COLLECT-NAME-CHAR THRU 1320-EXIT                26/10/15
044800         UNTIL WS-EXPR-INDEX > 240                                26/10/15
044900            OR NOT SCAN-CHAR-IS-ALPHA                             26/10/15
045000     IF WS-SCAN-NAME = "RATE" OR WS-SCAN-NAME = "BAND"            26/10/15
045100         PERFORM 1340-SCAN-TABLE-ARGUMENT THRU 1340-EXIT          26/10/15
045200     .                                                            26/10/15
045300 1310-EXIT.                                                       26/10/15
045400     EXIT.                                                        26/10/15
045500                                                                  26/10/15
045600 1320-COLLECT-NAME-CHAR.                                          26/10/15
045700     IF WS-NAME-LEN < 4                                           26/10/15
045800         ADD 1 TO WS-NAME-LEN                                     26/10/15
045900         MOVE WS-SCAN-CHAR TO WS-SCAN-NAME-CHAR (WS-NAME-LEN)     26/10/15
046000     .                                                            26/10/15
046100     ADD 1 TO WS-EXPR-INDEX                                       26/10/15
046200     PERFORM 1390-LOAD-SCAN-CHAR THRU 1390-EXIT                   26/10/15
046300     .                                                            26/10/15
046400 1320-EXIT.                                                       26/10/15
046500     EXIT.                                                        26/10/15
046600                                                                  26/10/15
046700 1340-SCAN-TABLE-ARGUMENT.                                        26/10/15
046800     PERFORM 1350-SKIP-SPACES THRU 1350-EXIT                      26/10/15
046900     IF WS-SCAN-CHAR NOT = "("                                    26/10/15
047000         GO TO 1340-EXIT                                          26/10/15
047100     .                                                            26/10/15
047200     ADD 1 TO WS-EXPR-INDEX                                       26/10/15
047300     PERFORM 1350-SKIP-SPACES THRU 1350-EXIT                      26/10/15
047400     MOVE ZERO TO WS-LIT-VALUE                                    26/10/15
047500     MOVE ZERO TO WS-LIT-DIGITS                                   26/10/15
047600     PERFORM 1360-COLLECT-DIGIT THRU 1360-EXIT                    26/10/15
047700         UNTIL NOT SCAN-CHAR-IS-DIGIT                             26/10/15
047800     PERFORM 1350-SKIP-SPACES THRU 1350-EXIT                      26/10/15
047900     IF WS-LIT-DIGITS > ZERO AND WS-SCAN-CHAR = ","               26/10/15
048000         PERFORM 1370-NOTE-TABLE-ID THRU 1370-EXIT                26/10/15
048100     ELSE                                                         26/10/15
048200         MOVE "Y" TO WS-VER-COMPUTED (WS-VER-COUNT)               26/10/15
048300     .                                                            26/10/15
048400 1340-EXIT.                                                       26/10/15
048500     EXIT.                                                        26/10/15
048600                                                                  26/10/15
048700 1350-SKIP-SPACES.                                                26/10/15
048800     PERFORM 1390-LOAD-SCAN-CHAR THRU 1390-EXIT                   26/10/15
048900     PERFORM 1355-SKIP-ONE-SPACE THRU 1355-EXIT                   26/10/15
049000         UNTIL WS-EXPR-INDEX > 240                                26/10/15
049100            OR WS-SCAN-CHAR NOT = SPACE                           26/10/15
049200     .                                                            26/10/15
049300 1350-EXIT.                                                       26/10/15
049400     EXIT.                                                        26/10/15
049500                                                                  26/10/15
049600 1355-SKIP-ONE-SPACE.                                             26/10/15
049700     ADD 1 TO WS-EXPR-INDEX                                       26/10/15
049800     PERFORM 1390-LOAD-SCAN-CHAR THRU 1390-EXIT                   26/10/15
049900     .                                                            26/10/15
050000 1355-EXIT.                                                       26/10/15
050100     EXIT.                                                        26/10/15
050200                                                                  26/10/15
050300 1360-COLLECT-DIGIT.                                              26/10/15
050400     ADD 1 TO WS-LIT-DIGITS                                       26/10/15
050500     IF WS-LIT-DIGITS NOT > 9                                     26/10/15
050600         COMPUTE WS-LIT-VALUE = WS-LIT-VALUE * 10 + WS-SCAN-DIGIT 26/10/15
050700     .                                                            26/10/15
050800     ADD 1 TO WS-EXPR-INDEX                                       26/10/15
050900     PERFORM 1390-LOAD-SCAN-CHAR THRU 1390-EXIT                   26/10/15
051000     .                                                            26/10/15
051100 1360-EXIT.                                                       26/10/15
051200     EXIT.                                                        26/10/15
051300                                                                  26/10/15
051400*-----------------------------------------------------------------26/10/15
051500*  KEEP A LITERAL TABLE ID ONCE PER VERSION.  A NUMBER TOO BIG    26/10/15
051600*  FOR A TABLE ID CANNOT NAME ONE AND IS LEFT TO THE VALIDATION   26/10/15
051700*  RUN.  A VERSION NAMING MORE TABLES THAN THE ENTRY HOLDS IS     26/10/15
051800*  TREATED AS CALLING A COMPUTED TABLE, SO IT IS NEVER MISSED.    26/10/15
051900*-----------------------------------------------------------------26/10/15
052000 1370-NOTE-TABLE-ID.                                              26/10/15
052100     IF WS-LIT-DIGITS > 4                                         26/10/15
052200         GO TO 1370-EXIT                                          26/10/15
052300     .                                                            26/10/15
052400     MOVE SPACE TO WS-HIT-SWITCH                                  26/10/15
052500     PERFORM 1380-TEST-ONE-TABLE-ID THRU 1380-EXIT                26/10/15
052600         VARYING WS-TBL-INDEX FROM 1 BY 1                         26/10/15
052700             UNTIL WS-TBL-INDEX > WS-VER-TBL-COUNT (WS-VER-COUNT) 26/10/15
052800                OR VERSION-IS-HIT                                 26/10/15
052900     IF VERSION-IS-HIT                                            26/10/15
053000         GO TO 1370-EXIT                                          26/10/15
053100     .                                                            26/10/15
053200     IF WS-VER-TBL-COUNT (WS-VER-COUNT) = WS-TBL-MAX              26/10/15
053300         MOVE "Y" TO WS-VER-COMPUTED (WS-VER-COUNT)               26/10/15
053400     ELSE                                                         26/10/15
053500         ADD 1 TO WS-VER-TBL-COUNT (WS-VER-COUNT)                 26/10/15
053600         MOVE WS-LIT-VALUE TO WS-VER-TBL-ID                       26/10/15
053700             (WS-VER-COUNT, WS-VER-TBL-COUNT (WS-VER-COUNT))      26/10/15
053800     .                                                            26/10/15
053900 1370-EXIT.                                                       26/10/15
054000     EXIT.                                                        26/10/15
054100                                                                  26/10/15
054200 1380-TEST-ONE-TABLE-ID.                                          26/10/15
054300     IF WS-VER-TBL-ID (WS-VER-COUNT, WS-TBL-INDEX) = WS-LIT-VALUE 26/10/15
054400         MOVE "Y" TO WS-HIT-SWITCH                                26/10/15
054500     .                                                            26/10/15
054600 1380-EXIT.                                                       26/10/15
054700     EXIT.                                                        26/10/15
054800                                                                  26/10/15
054900 1390-LOAD-SCAN-CHAR.                                             26/10/15
055000     IF WS-EXPR-INDEX > 240                                       26/10/15
055100         MOVE SPACE TO WS-SCAN-CHAR                               26/10/15
055200     ELSE                                                         26/10/15
055300         MOVE WS-EXPR-CHAR (WS-EXPR-INDEX) TO WS-SCAN-CHAR        26/10/15
055400     .                                                            26/10/15
055500 1390-EXIT.                                                       26/10/15
055600     EXIT.                                                        26/10/15
055700                                                                  26/10/15
055800*-----------------------------------------------------------------26/10/15
055900*  COUNT THE ACCOUNTS EACH FORMULA PRODUCED A RESULT FOR.  A      26/10/15
056000*  RESULT FOR A FORMULA NO LONGER IN THE LIBRARY IS IGNORED.      26/10/15
056100*-----------------------------------------------------------------26/10/15
056200 1400-COUNT-ONE-RESULT.                                           26/10/15
056300     READ RESULTS-MASTER                                          26/10/15
056400         AT END                                                   26/10/15
056500             MOVE "Y" TO WS-RSLT-EOF-SWITCH                       26/10/15
056600             GO TO 1400-EXIT                                      26/10/15
056700     .                                                            26/10/15
056800     ADD 1 TO WS-TOTAL-RESULTS                                    26/10/15
056900     IF RM-FEEDBACK NOT = SPACE                                   26/10/15
057000         GO TO 1400-EXIT                                          26/10/15
057100     .                                                            26/10/15
057200     MOVE RM-FORMULA-ID TO WS-LOOKUP-ID                           26/10/15
057300     PERFORM 1450-FIND-FORMULA-ID THRU 1450-EXIT                  26/10/15
057400     IF WS-ID-FOUND-X > ZERO                                      26/10/15
057500         ADD 1 TO WS-ID-ACCOUNTS (WS-ID-FOUND-X)                  26/10/15
057600     .                                                            26/10/15
057700 1400-EXIT.                                                       26/10/15
057800     EXIT.                                                        26/10/15
057900                                                                  26/10/15
058000*-----------------------------------------------------------------26/10/15
058100*  LOOK WS-LOOKUP-ID UP IN THE ID TABLE; WS-ID-FOUND-X IS ITS     26/10/15
058200*  ENTRY, OR ZERO.                                                26/10/15
058300*-----------------------------------------------------------------26/10/15
058400 1450-FIND-FORMULA-ID.                                            26/10/15
058500     MOVE ZERO TO WS-ID-FOUND-X                                   26/10/15
058600     PERFORM 1460-TEST-ONE-ID THRU 1460-EXIT                      26/10/15
058700         VARYING WS-ID-INDEX FROM 1 BY 1                          26/10/15
058800             UNTIL WS-ID-INDEX > WS-ID-COUNT                      26/10/15
058900                OR WS-ID-FOUND-X > ZERO                           26/10/15
059000     .                                                            26/10/15
059100 1450-EXIT.                                                       26/10/15
059200     EXIT.                                                        26/10/15
059300                                                                  26/10/15
059400 1460-TEST-ONE-ID.                                                26/10/15
059500     IF WS-ID-NAME (WS-ID-INDEX) = WS-LOOKUP-ID                   26/10/15
059600         MOVE WS-ID-INDEX TO WS-ID-FOUND-X                        26/10/15
059700     .                                                            26/10/15
059800 1460-EXIT.                                                       26/10/15
059900     EXIT.                                                        26/10/15
060000                                                                  26/10/15
060100*-----------------------------------------------------------------26/10/15
060200*  ONE PENDING ITEM.  ONLY ITEMS STILL PENDING ARE ANALYSED -     26/10/15
060300*  APPLIED ONES ARE ALREADY IN THE LIBRARY.                       26/10/15
060400*-----------------------------------------------------------------26/10/15
060500 2000-PROCESS-PENDING.                                            26/10/15
060600     IF PD-STATUS-IS-PENDING                                      26/10/15
060700         PERFORM 2200-ANALYSE-PENDING THRU 2200-EXIT              26/10/15
060800     .                                                            26/10/15
060900     PERFORM 2100-READ-PENDING THRU 2100-EXIT                     26/10/15
061000     .                                                            26/10/15
061100 2000-EXIT.                                                       26/10/15
061200     EXIT.                                                        26/10/15
061300                                                                  26/10/15
061400 2100-READ-PENDING.                                               26/10/15
061500     READ PENDING-FILE                                            26/10/15
061600         AT END                                                   26/10/15
061700             MOVE "Y" TO WS-PEND-EOF-SWITCH                       26/10/15
061800     .                                                            26/10/15
061900 2100-EXIT.                                                       26/10/15
062000     EXIT.                                                        26/10/15
062100                                                                  26/10/15
062200 2200-ANALYSE-PENDING.                                            26/10/15
062300     ADD 1 TO WS-TOTAL-PENDING                                    26/10/15
062400     MOVE SPACE TO REPORT-LINE                                    26/10/15
062500     WRITE REPORT-LINE                                            26/10/15
062600     MOVE PD-SEQUENCE      TO WS-PND-SEQUENCE                     26/10/15
062700     IF PD-ACTION-IS-ADD                                          26/10/15
062800         MOVE "ADD"    TO WS-PND-ACTION                           26/10/15
062900     ELSE                                                         26/10/15
063000     IF PD-ACTION-IS-DELETE                                       26/10/15
063100         MOVE "DELETE" TO WS-PND-ACTION                           26/10/15
063200     ELSE                                                         26/10/15
063300         MOVE "CHANGE" TO WS-PND-ACTION                           26/10/15
063400     .                                                            26/10/15
063500     MOVE PD-FORMULA-ID    TO WS-PND-FORMULA-ID                   26/10/15
063600     MOVE PD-VERSION-NBR   TO WS-PND-VERSION                      26/10/15
063700     MOVE PD-SUBMIT-DATE   TO WS-PND-SUBMIT-DATE                  26/10/15
063800     MOVE PD-SUBMIT-USER   TO WS-PND-SUBMIT-USER                  26/10/15
063900     WRITE REPORT-LINE FROM WS-PENDING-LINE                       26/10/15
064000     WRITE REPORT-LINE FROM WS-COLUMN-LINE                        26/10/15
064100     PERFORM 3000-START-ANALYSIS THRU 3000-EXIT                   26/10/15
064200     MOVE PD-FORMULA-ID TO WS-ROOT-ID                             26/10/15
064300     MOVE PD-FORMULA-ID TO WS-LOOKUP-ID                           26/10/15
064400     PERFORM 1450-FIND-FORMULA-ID THRU 1450-EXIT                  26/10/15
064500     IF WS-ID-FOUND-X > ZERO                                      26/10/15
064600         MOVE "Y" TO WS-ID-REACHED (WS-ID-FOUND-X)                26/10/15
064700         MOVE WS-ID-ACCOUNTS (WS-ID-FOUND-X)                      26/10/15
064800             TO WS-ROOT-OWN-ACCOUNTS                              26/10/15
064900     .                                                            26/10/15
065000     PERFORM 3050-SKIP-ROOT-VERSION THRU 3050-EXIT                26/10/15
065100         VARYING WS-VER-INDEX FROM 1 BY 1                         26/10/15
065200             UNTIL WS-VER-INDEX > WS-VER-COUNT                    26/10/15
065300     ADD 1 TO WS-Q-COUNT                                          26/10/15
065400     MOVE PD-FORMULA-ID TO WS-Q-ID (WS-Q-COUNT)                   26/10/15
065500     MOVE ZERO          TO WS-Q-DEPTH (WS-Q-COUNT)                26/10/15
065600     MOVE PD-FORMULA-ID TO WS-Q-PATH (WS-Q-COUNT)                 26/10/15
065700     PERFORM 3100-EXPAND-ONE-QUEUED THRU 3100-EXIT                26/10/15
065800         VARYING WS-Q-INDEX FROM 1 BY 1                           26/10/15
065900             UNTIL WS-Q-INDEX > WS-Q-COUNT                        26/10/15
066000     PERFORM 3900-REPORT-ROOT-TOTALS THRU 3900-EXIT               26/10/15
066100     .                                                            26/10/15
066200 2200-EXIT.                                                       26/10/15
066300     EXIT.                                                        26/10/15
066400                                                                  26/10/15
066500*-----------------------------------------------------------------26/10/15
066600*  DEPENDENCY WALK, BREADTH FIRST.  EVERY FORMULA ID REACHED IS   26/10/15
066700*  QUEUED ONCE; EACH QUEUED ID IS EXPANDED BY FINDING EVERY       26/10/15
066800*  VERSION NOT YET LISTED WHOSE CHAIN REFERENCES NAME IT.  A      26/10/15
066900*  CIRCULAR CHAIN ENDS WHERE IT MEETS AN ID ALREADY REACHED.      26/10/15
067000*-----------------------------------------------------------------26/10/15
067100 3000-START-ANALYSIS.                                             26/10/15
067200     MOVE ZERO TO WS-Q-COUNT                                      26/10/15
067300     MOVE ZERO TO WS-ROOT-VERSIONS                                26/10/15
067400     MOVE ZERO TO WS-ROOT-FORMULAS                                26/10/15
067500     MOVE ZERO TO WS-ROOT-ACCOUNTS                                26/10/15
067600     MOVE ZERO TO WS-ROOT-OWN-ACCOUNTS                            26/10/15
067700     PERFORM 3010-CLEAR-ONE-ID THRU 3010-EXIT                     26/10/15
067800         VARYING WS-ID-INDEX FROM 1 BY 1                          26/10/15
067900             UNTIL WS-ID-INDEX > WS-ID-COUNT                      26/10/15
068000     PERFORM 3020-CLEAR-ONE-VERSION THRU 3020-EXIT                26/10/15
068100         VARYING WS-VER-INDEX FROM 1 BY 1                         26/10/15
068200             UNTIL WS-VER-INDEX > WS-VER-COUNT                    26/10/15
068300     .                                                            26/10/15
068400 3000-EXIT.                                                       26/10/15
068500     EXIT.                                                        26/10/15
068600                                                                  26/10/15
068700 3010-CLEAR-ONE-ID.                                               26/10/15
068800     MOVE SPACE TO WS-ID-REACHED (WS-ID-INDEX)                    26/10/15
068900     .                                                            26/10/15
069000 3010-EXIT.                                                       26/10/15
069100     EXIT.                                                        26/10/15
069200                                                                  26/10/15
069300 3020-CLEAR-ONE-VERSION.                                          26/10/15
069400     MOVE SPACE TO WS-VER-REPORTED (WS-VER-INDEX)                 26/10/15
069500     .                                                            26/10/15
069600 3020-EXIT.                                                       26/10/15
069700     EXIT.                                                        26/10/15
069800                                                                  26/10/15
069900*    THE CHANGED FORMULA'S OWN VERSIONS ARE NOT ITS DEPENDANTS.   26/10/15
070000 3050-SKIP-ROOT-VERSION.                                          26/10/15
070100     IF WS-VER-ID (WS-VER-INDEX) = WS-ROOT-ID                     26/10/15
070200         MOVE "Y" TO WS-VER-REPORTED (WS-VER-INDEX)               26/10/15
070300     .                                                            26/10/15
070400 3050-EXIT.                                                       26/10/15
070500     EXIT.                                                        26/10/15
070600                                                                  26/10/15
070700 3100-EXPAND-ONE-QUEUED.                                          26/10/15
070800     MOVE WS-Q-DEPTH (WS-Q-INDEX) TO WS-PARENT-DEPTH              26/10/15
070900     MOVE WS-Q-PATH (WS-Q-INDEX)  TO WS-PARENT-PATH               26/10/15
071000     PERFORM 3150-TEST-ONE-VERSION THRU 3150-EXIT                 26/10/15
071100         VARYING WS-VER-INDEX FROM 1 BY 1                         26/10/15
071200             UNTIL WS-VER-INDEX > WS-VER-COUNT                    26/10/15
071300     .                                                            26/10/15
071400 3100-EXIT.                                                       26/10/15
071500     EXIT.                                                        26/10/15
071600                                                                  26/10/15
071700 3150-TEST-ONE-VERSION.                                           26/10/15
071800     IF WS-VER-REPORTED (WS-VER-INDEX) = "Y"                      26/10/15
071900         GO TO 3150-EXIT                                          26/10/15
072000     .                                                            26/10/15
072100     MOVE SPACE TO WS-HIT-SWITCH                                  26/10/15
072200     PERFORM 3160-TEST-ONE-CHAIN THRU 3160-EXIT                   26/10/15
072300         VARYING WS-CHAIN-INDEX FROM 1 BY 1                       26/10/15
072400             UNTIL WS-CHAIN-INDEX > 3                             26/10/15
072500                OR VERSION-IS-HIT                                 26/10/15
072600     IF VERSION-IS-HIT                                            26/10/15
072700         PERFORM 3200-REPORT-AFFECTED THRU 3200-EXIT              26/10/15
072800     .                                                            26/10/15
072900 3150-EXIT.                                                       26/10/15
073000     EXIT.                                                        26/10/15
073100                                                                  26/10/15
073200 3160-TEST-ONE-CHAIN.                                             26/10/15
073300     IF WS-VER-CHAIN-ID (WS-VER-INDEX, WS-CHAIN-INDEX)            26/10/15
073400             = WS-Q-ID (WS-Q-INDEX)                               26/10/15
073500         MOVE "Y" TO WS-HIT-SWITCH                                26/10/15
073600     .                                                            26/10/15
073700 3160-EXIT.                                                       26/10/15
073800     EXIT.                                                        26/10/15
073900                                                                  26/10/15
074000*-----------------------------------------------------------------26/10/15
074100*  LIST ONE AFFECTED VERSION ONE LEVEL BELOW WS-PARENT-PATH,      26/10/15
074200*  AND QUEUE ITS FORMULA ID IF THIS IS THE FIRST TIME IT HAS      26/10/15
074300*  BEEN REACHED.  A PATH TOO LONG FOR THE LINE ENDS IN "...".     26/10/15
074400*-----------------------------------------------------------------26/10/15
074500 3200-REPORT-AFFECTED.                                            26/10/15
074600     MOVE "Y" TO WS-VER-REPORTED (WS-VER-INDEX)                   26/10/15
074700     ADD 1 TO WS-ROOT-VERSIONS                                    26/10/15
074800     ADD 1 TO WS-TOTAL-AFFECTED                                   26/10/15
074900     MOVE SPACE TO WS-PATH-WORK                                   26/10/15
075000     MOVE 1     TO WS-PATH-POINTER                                26/10/15
075100     STRING WS-PARENT-PATH            DELIMITED BY "  "           26/10/15
075200            " > "                     DELIMITED BY SIZE           26/10/15
075300            WS-VER-ID (WS-VER-INDEX)  DELIMITED BY SPACE          26/10/15
075400         INTO WS-PATH-WORK                                        26/10/15
075500         WITH POINTER WS-PATH-POINTER                             26/10/15
075600         ON OVERFLOW                                              26/10/15
075700             MOVE "..." TO WS-PATH-WORK (73:3)                    26/10/15
075800     .                                                            26/10/15
075900     ADD 1 TO WS-PARENT-DEPTH GIVING WS-DET-DEPTH                 26/10/15
076000     MOVE WS-VER-ID (WS-VER-INDEX)   TO WS-DET-FORMULA-ID         26/10/15
076100     MOVE WS-VER-NBR (WS-VER-INDEX)  TO WS-DET-VERSION            26/10/15
076200     MOVE WS-VER-FROM (WS-VER-INDEX) TO WS-DET-FROM               26/10/15
076300     IF WS-VER-TO (WS-VER-INDEX) = ZERO                           26/10/15
076400         MOVE "OPEN-ENDED" TO WS-DET-TO                           26/10/15
076500     ELSE                                                         26/10/15
076600         MOVE WS-VER-TO (WS-VER-INDEX) TO WS-DET-TO               26/10/15
076700     .                                                            26/10/15
076800     MOVE WS-ID-ACCOUNTS (WS-VER-ID-X (WS-VER-INDEX))             26/10/15
076900         TO WS-DET-ACCOUNTS                                       26/10/15
077000     MOVE WS-PATH-WORK TO WS-DET-PATH                             26/10/15
077100     WRITE REPORT-LINE FROM WS-DETAIL-LINE                        26/10/15
077200     IF WS-ID-REACHED (WS-VER-ID-X (WS-VER-INDEX)) = "Y"          26/10/15
077300         GO TO 3200-EXIT                                          26/10/15
077400     .                                                            26/10/15
077500     MOVE "Y" TO WS-ID-REACHED (WS-VER-ID-X (WS-VER-INDEX))       26/10/15
077600     ADD 1 TO WS-ROOT-FORMULAS                                    26/10/15
077700     ADD WS-ID-ACCOUNTS (WS-VER-ID-X (WS-VER-INDEX))              26/10/15
077800         TO WS-ROOT-ACCOUNTS                                      26/10/15
077900     ADD 1 TO WS-Q-COUNT                                          26/10/15
078000     MOVE WS-VER-ID (WS-VER-INDEX) TO WS-Q-ID (WS-Q-COUNT)        26/10/15
078100     ADD 1 TO WS-PARENT-DEPTH GIVING WS-Q-DEPTH (WS-Q-COUNT)      26/10/15
078200     MOVE WS-PATH-WORK              TO WS-Q-PATH (WS-Q-COUNT)     26/10/15
078300     .                                                            26/10/15
078400 3200-EXIT.                                                       26/10/15
078500     EXIT.                                                        26/10/15
078600                                                                  26/10/15
078700 3900-REPORT-ROOT-TOTALS.                                         26/10/15
078800     IF WS-ROOT-VERSIONS = ZERO                                   26/10/15
078900         WRITE REPORT-LINE FROM WS-NONE-LINE                      26/10/15
079000     .                                                            26/10/15
079100     MOVE WS-ROOT-VERSIONS     TO WS-RT-VERSIONS                  26/10/15
079200     MOVE WS-ROOT-FORMULAS     TO WS-RT-FORMULAS                  26/10/15
079300     MOVE WS-ROOT-ACCOUNTS     TO WS-RT-ACCOUNTS                  26/10/15
079400     MOVE WS-ROOT-OWN-ACCOUNTS TO WS-RT-OWN-ACCOUNTS              26/10/15
079500     WRITE REPORT-LINE FROM WS-ROOT-TOTAL-LINE                    26/10/15
079600     .                                                            26/10/15
079700 3900-EXIT.                                                       26/10/15
079800     EXIT.                                                        26/10/15
079900                                                                  26/10/15
080000*-----------------------------------------------------------------26/10/15
080100*  THE NAMED RATE TABLE.  EVERY VERSION CALLING RATE OR BAND ON   26/10/15
080200*  IT - OR ON A COMPUTED TABLE - IS LISTED AT DEPTH ONE, THEN     26/10/15
080300*  THE WALK CARRIES ON DOWN THEIR CHAINS AS FOR A FORMULA.        26/10/15
080400*-----------------------------------------------------------------26/10/15
080500 4000-REPORT-RATE-TABLE.                                          26/10/15
080600     MOVE SPACE TO REPORT-LINE                                    26/10/15
080700     WRITE REPORT-LINE                                            26/10/15
080800     MOVE WS-REQ-TABLE-ID TO WS-TBL-TABLE-ID                      26/10/15
080900     WRITE REPORT-LINE FROM WS-TABLE-LINE                         26/10/15
081000     WRITE REPORT-LINE FROM WS-COLUMN-LINE                        26/10/15
081100     PERFORM 3000-START-ANALYSIS THRU 3000-EXIT                   26/10/15
081200     MOVE WS-REQ-TABLE-ID TO WS-ROOT-TABLE-ID                     26/10/15
081300     MOVE ZERO TO WS-PARENT-DEPTH                                 26/10/15
081400     PERFORM 4100-TEST-ONE-VERSION THRU 4100-EXIT                 26/10/15
081500         VARYING WS-VER-INDEX FROM 1 BY 1                         26/10/15
081600             UNTIL WS-VER-INDEX > WS-VER-COUNT                    26/10/15
081700     PERFORM 3100-EXPAND-ONE-QUEUED THRU 3100-EXIT                26/10/15
081800         VARYING WS-Q-INDEX FROM 1 BY 1                           26/10/15
081900             UNTIL WS-Q-INDEX > WS-Q-COUNT                        26/10/15
082000     PERFORM 3900-REPORT-ROOT-TOTALS THRU 3900-EXIT               26/10/15
082100     .                                                            26/10/15
082200 4000-EXIT.                                                       26/10/15
082300     EXIT.                                                        26/10/15
082400                                                                  26/10/15
082500 4100-TEST-ONE-VERSION.                                           26/10/15
082600     MOVE SPACE TO WS-HIT-SWITCH                                  26/10/15
082700     PERFORM 4150-TEST-ONE-TABLE THRU 4150-EXIT                   26/10/15
082800         VARYING WS-TBL-INDEX FROM 1 BY 1                         26/10/15
082900             UNTIL WS-TBL-INDEX > WS-VER-TBL-COUNT (WS-VER-INDEX) 26/10/15
083000                OR VERSION-IS-HIT                                 26/10/15
083100     IF VERSION-IS-HIT                                            26/10/15
083200         MOVE WS-TABLE-ROOT-TEXT TO WS-PARENT-PATH                26/10/15
083300         PERFORM 3200-REPORT-AFFECTED THRU 3200-EXIT              26/10/15
083400     ELSE                                                         26/10/15
083500     IF WS-VER-COMPUTED (WS-VER-INDEX) = "Y"                      26/10/15
083600         MOVE WS-COMPUTED-ROOT-TEXT TO WS-PARENT-PATH             26/10/15
083700         PERFORM 3200-REPORT-AFFECTED THRU 3200-EXIT              26/10/15
083800     .                                                            26/10/15
083900 4100-EXIT.                                                       26/10/15
084000     EXIT.                                                        26/10/15
084100                                                                  26/10/15
084200 4150-TEST-ONE-TABLE.                                             26/10/15
084300     IF WS-VER-TBL-ID (WS-VER-INDEX, WS-TBL-INDEX)                26/10/15
084400             = WS-REQ-TABLE-ID                                    26/10/15
084500         MOVE "Y" TO WS-HIT-SWITCH                                26/10/15
084600     .                                                            26/10/15
084700 4150-EXIT.                                                       26/10/15
084800     EXIT.                                                        26/10/15
084900                                                                  26/10/15
085000 8000-TERMINATE.                                                  26/10/15
085100     MOVE WS-TOTAL-READ     TO WS-SUM-READ                        26/10/15
085200     MOVE WS-TOTAL-RESULTS  TO WS-SUM-RESULTS                     26/10/15
085300     MOVE WS-TOTAL-PENDING  TO WS-SUM-PENDING                     26/10/15
085400     MOVE WS-TOTAL-AFFECTED TO WS-SUM-AFFECTED                    26/10/15
085500     MOVE SPACE TO REPORT-LINE                                    26/10/15
085600     WRITE REPORT-LINE                                            26/10/15
085700     WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       26/10/15
085800     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2                     26/10/15
085900     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3                     26/10/15
086000     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4                     26/10/15
086100     CLOSE PENDING-FILE                                           26/10/15
086200     CLOSE IMPACT-REPORT                                          26/10/15
086300     .                                                            26/10/15
086400 8000-EXIT.                                                       26/10/15
086500     EXIT.                                                        26/10/15
