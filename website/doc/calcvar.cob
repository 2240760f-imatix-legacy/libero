000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    CALCVAR.                                          26/10/15
000300                                                                  26/10/15
000400 AUTHOR.        J ANDERSON.                                       26/10/15
000500 DATE-WRITTEN.  26/10/15                                          26/10/15
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/10/15
000800*-----------------------------------------------------------------26/10/15
000900*  CALCVAR - RESULTS VARIANCE REPORT BETWEEN TWO AS-OF DATES      26/10/15
001000*                                                                 26/10/15
001100*  READS THE RESULTS HISTORY (CALCHIST, SEE HISTREC.CPY) IN KEY   26/10/15
001200*  ORDER AND COMPARES EACH ACCOUNT'S RESULT FOR EVERY FORMULA     26/10/15
001300*  ON THE CURRENT AS-OF DATE WITH ITS RESULT ON THE BASE DATE.    26/10/15
001400*  EVERY ACCOUNT WHOSE RESULT MOVED BY MORE THAN THE FORMULA'S    26/10/15
001500*  TOLERANCE (FL-TOLERANCE OF THE VERSION IN EFFECT ON THE        26/10/15
001600*  CURRENT DATE - THE SAME TOLERANCE CALCREG USES) IS LISTED      26/10/15
001700*  WITH BOTH RESULTS AND THE DIFFERENCE.  ACCOUNTS THAT APPEAR    26/10/15
001800*  ON ONLY ONE OF THE TWO DATES, AND RESULTS CALCEXEC REJECTED    26/10/15
001900*  ON EITHER DATE, ARE LISTED SEPARATELY - THEY ARE NEVER         26/10/15
002000*  SHOWN AS A COMPARISON.                                         26/10/15
002100*                                                                 26/10/15
002200*  THE REQUEST IS ACCEPTED AT RUN TIME: THE MODE, THE CURRENT     26/10/15
002300*  AS-OF DATE (TODAY WHEN EMPTY) AND AN OPTIONAL BASE DATE.       26/10/15
002400*                                                                 26/10/15
002500*      D  DAY OVER DAY    - THE BASE IS EACH ACCOUNT'S LATEST     26/10/15
002600*                           RESULT BEFORE THE CURRENT DATE.       26/10/15
002700*      M  MONTH-END       - THE CURRENT RESULT IS THE LATEST IN   26/10/15
002800*                           THE CURRENT DATE'S MONTH UP TO THE    26/10/15
002900*                           CURRENT DATE, THE BASE THE LATEST AT  26/10/15
003000*                           OR BEFORE THE PRIOR MONTH-END - SO A  26/10/15
003100*                           MONTH ENDING ON A DAY WITHOUT A RUN   26/10/15
003200*                           STILL COMPARES.                       26/10/15
003300*                                                                 26/10/15
003400*  A BASE DATE, WHEN GIVEN, REPLACES THE ONE THE MODE WOULD       26/10/15
003500*  DERIVE: THE BASE IS THEN THE LATEST RESULT AT OR BEFORE IT.    26/10/15
003600*  AN UNKNOWN MODE RUNS DAY OVER DAY.                             26/10/15
003700*-----------------------------------------------------------------26/10/15
003800                                                                  26/10/15
003900 ENVIRONMENT DIVISION.                                            26/10/15
004000                                                                  26/10/15
004100 CONFIGURATION SECTION.                                           26/10/15
004200 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
004300 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
004400                                                                  26/10/15
004500 INPUT-OUTPUT SECTION.                                            26/10/15
004600 FILE-CONTROL.                                                    26/10/15
004700     SELECT OPTIONAL HISTORY-FILE                                 26/10/15
004800         ASSIGN TO "CALCHIST"                                     26/10/15
004900         ORGANIZATION IS INDEXED                                  26/10/15
005000         ACCESS MODE IS SEQUENTIAL                                26/10/15
005100         RECORD KEY IS HS-HISTORY-KEY.                            26/10/15
005200     SELECT FORMULA-LIBRARY                                       26/10/15
005300         ASSIGN TO "FORMLIB"                                      26/10/15
005400         ORGANIZATION IS INDEXED                                  26/10/15
005500         ACCESS MODE IS RANDOM                                    26/10/15
005600         RECORD KEY IS FL-FORMULA-KEY.                            26/10/15
005700     SELECT VARIANCE-REPORT                                       26/10/15
005800         ASSIGN TO "CALCVRPT"                                     26/10/15
005900         ORGANIZATION IS SEQUENTIAL.                              26/10/15
006000                                                                  26/10/15
006100 DATA DIVISION.                                                   26/10/15
006200                                                                  26/10/15
006300 FILE SECTION.                                                    26/10/15
006400 FD  HISTORY-FILE                                                 26/10/15
006500     LABEL RECORDS ARE STANDARD.                                  26/10/15
006600 COPY HISTREC.                                                    26/10/15
006700                                                                  26/10/15
006800 FD  FORMULA-LIBRARY                                              26/10/15
006900     LABEL RECORDS ARE STANDARD.                                  26/10/15
007000 COPY FORMREC.                                                    26/10/15
007100                                                                  26/10/15
007200 FD  VARIANCE-REPORT                                              26/10/15
007300     LABEL RECORDS ARE STANDARD.                                  26/10/15
007400 01  REPORT-LINE                 PIC X(132).                      26/10/15
007500                                                                  26/10/15
007600 WORKING-STORAGE SECTION.                                         26/10/15
007700                                                                  26/10/15
007800*-----------------------------------------------------------------26/10/15
007900*  SWITCHES AND COUNTERS.                                         26/10/15
008000*-----------------------------------------------------------------26/10/15
008100 01  WS-SWITCHES.                                                 26/10/15
008200     02  WS-HIST-EOF-SWITCH       PIC X      VALUE SPACE.         26/10/15
008300         88  NO-MORE-HISTORY                 VALUE "Y".           26/10/15
008400     02  WS-MODE-SWITCH           PIC X      VALUE SPACE.         26/10/15
008500         88  MODE-IS-DAILY                   VALUE "D".           26/10/15
008600         88  MODE-IS-MONTH-END               VALUE "M".           26/10/15
008700     02  WS-CUR-SWITCH            PIC X      VALUE SPACE.         26/10/15
008800         88  HOLDING-CURRENT                 VALUE "Y".           26/10/15
008900     02  WS-BASE-SWITCH           PIC X      VALUE SPACE.         26/10/15
009000         88  HOLDING-BASE                    VALUE "Y".           26/10/15
009100                                                                  26/10/15
009200 01  WS-COUNTERS.                                                 26/10/15
009300     02  WS-TOTAL-READ            PIC S9(7)  COMP VALUE ZERO.     26/10/15
009400     02  WS-TOTAL-COMPARED        PIC S9(7)  COMP VALUE ZERO.     26/10/15
009500     02  WS-TOTAL-WITHIN          PIC S9(7)  COMP VALUE ZERO.     26/10/15
009600     02  WS-TOTAL-EXCEEDED        PIC S9(7)  COMP VALUE ZERO.     26/10/15
009700     02  WS-TOTAL-NEW             PIC S9(7)  COMP VALUE ZERO.     26/10/15
009800     02  WS-TOTAL-GONE            PIC S9(7)  COMP VALUE ZERO.     26/10/15
009900     02  WS-TOTAL-ERRORS          PIC S9(7)  COMP VALUE ZERO.     26/10/15
010000                                                                  26/10/15
010100 01  WS-WORK-AREAS.                                               26/10/15
010200     02  WS-CURRENT-DATE          PIC 9(8)   VALUE ZERO.          26/10/15
010300     02  WS-BASE-DATE             PIC 9(8)   VALUE ZERO.          26/10/15
010400     02  WS-BASE-LIMIT            PIC 9(8)   VALUE ZERO.          26/10/15
010500     02  WS-GROUP-KEY             PIC X(24)  VALUE SPACE.         26/10/15
010600     02  WS-TOLERANCE-KEY         PIC X(11)  VALUE SPACE.         26/10/15
010700     02  WS-TOLERANCE             PIC 9(4)V9(9) VALUE ZERO.       26/10/15
010800     02  WS-DIFFERENCE            PIC S9(9)V9(9) COMP.            26/10/15
010900                                                                  26/10/15
011000*-----------------------------------------------------------------26/10/15
011100*  THE RESULT HELD FOR EACH SIDE OF THE CURRENT ACCOUNT.  THE     26/10/15
011200*  HISTORY IS IN DATE ORDER WITHIN AN ACCOUNT, SO THE LAST        26/10/15
011300*  ENTRY TAKEN FOR A SIDE IS THE LATEST.                          26/10/15
011400*-----------------------------------------------------------------26/10/15
011500 01  WS-GROUP-AREAS.                                              26/10/15
011600     02  WS-CUR-DATE              PIC 9(8)   VALUE ZERO.          26/10/15
011700     02  WS-CUR-VERSION           PIC 9(3)   VALUE ZERO.          26/10/15
011800     02  WS-CUR-RESULT            PIC S9(9)V9(9) VALUE ZERO.      26/10/15
011900     02  WS-CUR-FEEDBACK          PIC X(12)  VALUE SPACE.         26/10/15
012000     02  WS-BASE-FOUND-DATE       PIC 9(8)   VALUE ZERO.          26/10/15
012100     02  WS-BASE-RESULT           PIC S9(9)V9(9) VALUE ZERO.      26/10/15
012200     02  WS-BASE-FEEDBACK         PIC X(12)  VALUE SPACE.         26/10/15
012300                                                                  26/10/15
012400*-----------------------------------------------------------------26/10/15
012500*  DATE WORK AREAS FOR DERIVING THE BASE DATE - THE CURRENT       26/10/15
012600*  DATE STEPPED BACK ONE CALENDAR DAY, OR TO THE PRIOR            26/10/15
012700*  MONTH-END.                                                     26/10/15
012800*-----------------------------------------------------------------26/10/15
012900 01  WS-DATE-AREAS.                                               26/10/15
013000     02  WS-DATE-WORK             PIC 9(8).                       26/10/15
013100     02  FILLER REDEFINES WS-DATE-WORK.                           26/10/15
013200         03  WS-DATE-YEAR         PIC 9(4).                       26/10/15
013300         03  WS-DATE-MONTH        PIC 9(2).                       26/10/15
013400         03  WS-DATE-DAY          PIC 9(2).                       26/10/15
013500     02  WS-MONTH-END             PIC 9(2).                       26/10/15
013600     02  WS-LEAP-QUOTIENT         PIC S9(4)  COMP.                26/10/15
013700     02  WS-LEAP-REMAINDER        PIC S9(4)  COMP.                26/10/15
013800                                                                  26/10/15
013900 01  WS-MONTH-LENGTHS             PIC X(24)                       26/10/15
014000             VALUE "312831303130313130313031".                    26/10/15
014100 01  FILLER REDEFINES WS-MONTH-LENGTHS.                           26/10/15
014200     02  WS-MONTH-LENGTH          PIC 9(2)   OCCURS 12 TIMES.     26/10/15
014300                                                                  26/10/15
014400*-----------------------------------------------------------------26/10/15
014500*  REPORT LINE LAYOUTS.                                           26/10/15
014600*-----------------------------------------------------------------26/10/15
014700 01  WS-HEADING-LINE.                                             26/10/15
014800     02  FILLER                   PIC X(132)                      26/10/15
014900             VALUE "CALCPK RESULTS VARIANCE REPORT".              26/10/15
015000                                                                  26/10/15
015100 01  WS-REQUEST-LINE.                                             26/10/15
015200     02  FILLER                   PIC X(6)   VALUE "MODE: ".      26/10/15
015300     02  WS-REQ-MODE              PIC X.                          26/10/15
015400     02  FILLER                   PIC X(4)   VALUE SPACE.         26/10/15
015500     02  FILLER                   PIC X(14)                       26/10/15
015600                      VALUE "CURRENT DATE: ".                     26/10/15
015700     02  WS-REQ-CURRENT           PIC 9(8).                       26/10/15
015800     02  FILLER                   PIC X(4)   VALUE SPACE.         26/10/15
015900     02  FILLER                   PIC X(22)                       26/10/15
016000                      VALUE "BASE AT OR BEFORE   : ".             26/10/15
016100     02  WS-REQ-BASE              PIC 9(8).                       26/10/15
016200     02  FILLER                   PIC X(65)  VALUE SPACE.         26/10/15
016300                                                                  26/10/15
016400 01  WS-COLUMN-LINE.                                              26/10/15
016500     02  FILLER                   PIC X(33)                       26/10/15
016600                      VALUE "   FORMULA    INPUT KEY".            26/10/15
016700     02  FILLER                   PIC X(17)                       26/10/15
016800                      VALUE "VER  BASE DATE".                     26/10/15
016900     02  FILLER                   PIC X(23)                       26/10/15
017000                      VALUE "         BASE RESULT".               26/10/15
017100     02  FILLER                   PIC X(23)                       26/10/15
017200                      VALUE "      CURRENT RESULT".               26/10/15
017300     02  FILLER                   PIC X(36)                       26/10/15
017400                      VALUE "          DIFFERENCE".               26/10/15
017500                                                                  26/10/15
017600 01  WS-DETAIL-LINE.                                              26/10/15
017700     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
017800     02  WS-DET-FORMULA-ID        PIC X(8).                       26/10/15
017900     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
018000     02  WS-DET-INPUT-KEY         PIC X(16).                      26/10/15
018100     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
018200     02  WS-DET-VERSION           PIC ZZ9.                        26/10/15
018300     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
018400     02  WS-DET-BASE-DATE         PIC 9(8).                       26/10/15
018500     02  FILLER                   PIC X(4)   VALUE SPACE.         26/10/15
018600     02  WS-DET-BASE-RESULT       PIC -(9)9.9(9).                 26/10/15
018700     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
018800     02  WS-DET-CUR-RESULT        PIC -(9)9.9(9).                 26/10/15
018900     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
019000     02  WS-DET-DIFFERENCE        PIC -(9)9.9(9).                 26/10/15
019100     02  FILLER                   PIC X(16)  VALUE SPACE.         26/10/15
019200                                                                  26/10/15
019300 01  WS-ONLY-LINE.                                                26/10/15
019400     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
019500     02  WS-ONLY-FORMULA-ID       PIC X(8).                       26/10/15
019600     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
019700     02  WS-ONLY-INPUT-KEY        PIC X(16).                      26/10/15
019800     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
019900     02  WS-ONLY-TEXT             PIC X(40).                      26/10/15
020000     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
020100     02  WS-ONLY-FEEDBACK         PIC X(12).                      26/10/15
020200     02  FILLER                   PIC X(44)  VALUE SPACE.         26/10/15
020300                                                                  26/10/15
020400 01  WS-SUMMARY-LINE.                                             26/10/15
020500     02  FILLER                   PIC X(20)                       26/10/15
020600                      VALUE "HISTORY ENTRIES   : ".               26/10/15
020700     02  WS-SUM-READ              PIC ZZZ,ZZ9.                    26/10/15
020800     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
020900                                                                  26/10/15
021000 01  WS-SUMMARY-LINE-2.                                           26/10/15
021100     02  FILLER                   PIC X(20)                       26/10/15
021200                      VALUE "RESULTS COMPARED  : ".               26/10/15
021300     02  WS-SUM-COMPARED          PIC ZZZ,ZZ9.                    26/10/15
021400     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
021500                                                                  26/10/15
021600 01  WS-SUMMARY-LINE-3.                                           26/10/15
021700     02  FILLER                   PIC X(20)                       26/10/15
021800                      VALUE "WITHIN TOLERANCE  : ".               26/10/15
021900     02  WS-SUM-WITHIN            PIC ZZZ,ZZ9.                    26/10/15
022000     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
022100                                                                  26/10/15
022200 01  WS-SUMMARY-LINE-4.                                           26/10/15
022300     02  FILLER                   PIC X(20)                       26/10/15
022400                      VALUE "EXCEEDED TOLERANCE: ".               26/10/15
022500     02  WS-SUM-EXCEEDED          PIC ZZZ,ZZ9.                    26/10/15
022600     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
022700                                                                  26/10/15
022800 01  WS-SUMMARY-LINE-5.                                           26/10/15
022900     02  FILLER                   PIC X(20)                       26/10/15
023000                      VALUE "CURRENT DATE ONLY : ".               26/10/15
023100     02  WS-SUM-NEW               PIC ZZZ,ZZ9.                    26/10/15
023200     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
023300                                                                  26/10/15
023400 01  WS-SUMMARY-LINE-6.                                           26/10/15
023500     02  FILLER                   PIC X(20)                       26/10/15
023600                      VALUE "BASE DATE ONLY    : ".               26/10/15
023700     02  WS-SUM-GONE              PIC ZZZ,ZZ9.                    26/10/15
023800     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
023900                                                                  26/10/15
024000 01  WS-SUMMARY-LINE-7.                                           26/10/15
024100     02  FILLER                   PIC X(20)                       26/10/15
024200                      VALUE "ERRORED RESULTS   : ".               26/10/15
024300     02  WS-SUM-ERRORS            PIC ZZZ,ZZ9.                    26/10/15
024400     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
024500                                                                  26/10/15
024600 PROCEDURE DIVISION.                                              26/10/15
024700                                                                  26/10/15
024800*    0000-MAINLINE                                                26/10/15
024900                                                                  26/10/15
025000 0000-MAINLINE.                                                   26/10/15
025100     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       26/10/15
025200     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT                  26/10/15
025300         UNTIL NO-MORE-HISTORY                                    26/10/15
025400     PERFORM 8000-TERMINATE THRU 8000-EXIT                        26/10/15
025500     STOP RUN                                                     26/10/15
025600     .                                                            26/10/15
025700                                                                  26/10/15
025800*-----------------------------------------------------------------26/10/15
025900*  THE REQUEST IS ACCEPTED AT RUN TIME, AS THE RUN DATES OF       26/10/15
026000*  THE BATCH SUITE ARE.  THE BASE LIMIT IS THE LAST DATE THAT     26/10/15
026100*  COUNTS AS THE BASE SIDE; LATER DATES UP TO THE CURRENT DATE    26/10/15
026200*  ARE THE CURRENT SIDE.                                          26/10/15
026300*-----------------------------------------------------------------26/10/15
026400 1000-INITIALIZE.                                                 26/10/15
026500     ACCEPT WS-MODE-SWITCH                                        26/10/15
026600     IF NOT MODE-IS-MONTH-END                                     26/10/15
026700         MOVE "D" TO WS-MODE-SWITCH                               26/10/15
026800     .                                                            26/10/15
026900     ACCEPT WS-CURRENT-DATE                                       26/10/15
027000     IF WS-CURRENT-DATE NOT NUMERIC OR WS-CURRENT-DATE = ZERO     26/10/15
027100         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                26/10/15
027200     .                                                            26/10/15
027300     ACCEPT WS-BASE-DATE                                          26/10/15
027400     IF WS-BASE-DATE NOT NUMERIC                                  26/10/15
027500         MOVE ZERO TO WS-BASE-DATE                                26/10/15
027600     .                                                            26/10/15
027700     MOVE WS-CURRENT-DATE TO WS-DATE-WORK                         26/10/15
027800     IF WS-BASE-DATE > ZERO AND WS-BASE-DATE < WS-CURRENT-DATE    26/10/15
027900         MOVE WS-BASE-DATE TO WS-BASE-LIMIT                       26/10/15
028000     ELSE                                                         26/10/15
028100     IF MODE-IS-MONTH-END                                         26/10/15
028200         MOVE 1 TO WS-DATE-DAY                                    26/10/15
028300         PERFORM 7000-PREVIOUS-DAY THRU 7000-EXIT                 26/10/15
028400         MOVE WS-DATE-WORK TO WS-BASE-LIMIT                       26/10/15
028500     ELSE                                                         26/10/15
028600         PERFORM 7000-PREVIOUS-DAY THRU 7000-EXIT                 26/10/15
028700         MOVE WS-DATE-WORK TO WS-BASE-LIMIT                       26/10/15
028800     .                                                            26/10/15
028900     OPEN INPUT  HISTORY-FILE                                     26/10/15
029000     OPEN INPUT  FORMULA-LIBRARY                                  26/10/15
029100     OPEN OUTPUT VARIANCE-REPORT                                  26/10/15
029200     WRITE REPORT-LINE FROM WS-HEADING-LINE                       26/10/15
029300     MOVE WS-MODE-SWITCH  TO WS-REQ-MODE                          26/10/15
029400     MOVE WS-CURRENT-DATE TO WS-REQ-CURRENT                       26/10/15
029500     MOVE WS-BASE-LIMIT   TO WS-REQ-BASE                          26/10/15
029600     WRITE REPORT-LINE FROM WS-REQUEST-LINE                       26/10/15
029700     WRITE REPORT-LINE FROM WS-COLUMN-LINE                        26/10/15
029800     PERFORM 1100-READ-HISTORY THRU 1100-EXIT                     26/10/15
029900     .                                                            26/10/15
030000 1000-EXIT.                                                       26/10/15
030100     EXIT.                                                        26/10/15
030200                                                                  26/10/15
030300 1100-READ-HISTORY.                                               26/10/15
030400     READ HISTORY-FILE                                            26/10/15
030500         AT END                                                   26/10/15
030600             MOVE "Y" TO WS-HIST-EOF-SWITCH                       26/10/15
030700             GO TO 1100-EXIT                                      26/10/15
030800     .                                                            26/10/15
030900     ADD 1 TO WS-TOTAL-READ                                       26/10/15
031000     .                                                            26/10/15
031100 1100-EXIT.                                                       26/10/15
031200     EXIT.                                                        26/10/15
031300                                                                  26/10/15
031400*-----------------------------------------------------------------26/10/15
031500*  ONE ACCOUNT: EVERY HISTORY ENTRY OF ONE FORMULA AND INPUT      26/10/15
031600*  KEY, THEN THE COMPARISON.                                      26/10/15
031700*-----------------------------------------------------------------26/10/15
031800 2000-PROCESS-ACCOUNT.                                            26/10/15
031900     MOVE HS-HISTORY-KEY (1:24) TO WS-GROUP-KEY                   26/10/15
032000     MOVE SPACE TO WS-CUR-SWITCH                                  26/10/15
032100     MOVE SPACE TO WS-BASE-SWITCH                                 26/10/15
032200     PERFORM 2100-TAKE-ONE-ENTRY THRU 2100-EXIT                   26/10/15
032300         UNTIL NO-MORE-HISTORY                                    26/10/15
032400            OR HS-HISTORY-KEY (1:24) NOT = WS-GROUP-KEY           26/10/15
032500     PERFORM 2200-COMPARE-ACCOUNT THRU 2200-EXIT                  26/10/15
032600     .                                                            26/10/15
032700 2000-EXIT.                                                       26/10/15
032800     EXIT.                                                        26/10/15
032900                                                                  26/10/15
033000 2100-TAKE-ONE-ENTRY.                                             26/10/15
033100     IF HS-AS-OF-DATE > WS-CURRENT-DATE                           26/10/15
033200         GO TO 2100-NEXT                                          26/10/15
033300     .                                                            26/10/15
033400     IF HS-AS-OF-DATE > WS-BASE-LIMIT                             26/10/15
033500         MOVE "Y"            TO WS-CUR-SWITCH                     26/10/15
033600         MOVE HS-AS-OF-DATE  TO WS-CUR-DATE                       26/10/15
033700         MOVE HS-VERSION-NBR TO WS-CUR-VERSION                    26/10/15
033800         MOVE HS-RESULT      TO WS-CUR-RESULT                     26/10/15
033900         MOVE HS-FEEDBACK    TO WS-CUR-FEEDBACK                   26/10/15
034000     ELSE                                                         26/10/15
034100         MOVE "Y"            TO WS-BASE-SWITCH                    26/10/15
034200         MOVE HS-AS-OF-DATE  TO WS-BASE-FOUND-DATE                26/10/15
034300         MOVE HS-RESULT      TO WS-BASE-RESULT                    26/10/15
034400         MOVE HS-FEEDBACK    TO WS-BASE-FEEDBACK                  26/10/15
034500     .                                                            26/10/15
034600 2100-NEXT.                                                       26/10/15
034700     PERFORM 1100-READ-HISTORY THRU 1100-EXIT                     26/10/15
034800     .                                                            26/10/15
034900 2100-EXIT.                                                       26/10/15
035000     EXIT.                                                        26/10/15
035100                                                                  26/10/15
035200*-----------------------------------------------------------------26/10/15
035300*  AN ACCOUNT ON ONE SIDE ONLY, OR WITH A REJECTED RESULT ON      26/10/15
035400*  EITHER SIDE, IS ITS OWN DISPOSITION.  OTHERWISE THE TWO        26/10/15
035500*  RESULTS ARE COMPARED AGAINST THE FORMULA'S TOLERANCE.          26/10/15
035600*-----------------------------------------------------------------26/10/15
035700 2200-COMPARE-ACCOUNT.                                            26/10/15
035800     IF NOT HOLDING-CURRENT AND NOT HOLDING-BASE                  26/10/15
035900         GO TO 2200-EXIT                                          26/10/15
036000     .                                                            26/10/15
036100     MOVE SPACE TO WS-ONLY-LINE                                   26/10/15
036200     MOVE WS-GROUP-KEY (1:8)  TO WS-ONLY-FORMULA-ID               26/10/15
036300     MOVE WS-GROUP-KEY (9:16) TO WS-ONLY-INPUT-KEY                26/10/15
036400     IF NOT HOLDING-BASE                                          26/10/15
036500         ADD 1 TO WS-TOTAL-NEW                                    26/10/15
036600         MOVE "NO RESULT ON OR BEFORE BASE DATE" TO WS-ONLY-TEXT  26/10/15
036700         WRITE REPORT-LINE FROM WS-ONLY-LINE                      26/10/15
036800         GO TO 2200-EXIT                                          26/10/15
036900     .                                                            26/10/15
037000     IF NOT HOLDING-CURRENT                                       26/10/15
037100         ADD 1 TO WS-TOTAL-GONE                                   26/10/15
037200         MOVE "NO RESULT FOR CURRENT DATE" TO WS-ONLY-TEXT        26/10/15
037300         WRITE REPORT-LINE FROM WS-ONLY-LINE                      26/10/15
037400         GO TO 2200-EXIT                                          26/10/15
037500     .                                                            26/10/15
037600     IF WS-CUR-FEEDBACK NOT = SPACE                               26/10/15
037700         ADD 1 TO WS-TOTAL-ERRORS                                 26/10/15
037800         MOVE "CURRENT RESULT IN ERROR - NOT COMPARED"            26/10/15
037900             TO WS-ONLY-TEXT                                      26/10/15
038000         MOVE WS-CUR-FEEDBACK TO WS-ONLY-FEEDBACK                 26/10/15
038100         WRITE REPORT-LINE FROM WS-ONLY-LINE                      26/10/15
038200         GO TO 2200-EXIT                                          26/10/15
038300     .                                                            26/10/15
038400     IF WS-BASE-FEEDBACK NOT = SPACE                              26/10/15
038500         ADD 1 TO WS-TOTAL-ERRORS                                 26/10/15
038600         MOVE "BASE RESULT IN ERROR - NOT COMPARED"               26/10/15
038700             TO WS-ONLY-TEXT                                      26/10/15
038800         MOVE WS-BASE-FEEDBACK TO WS-ONLY-FEEDBACK                26/10/15
038900         WRITE REPORT-LINE FROM WS-ONLY-LINE                      26/10/15
039000         GO TO 2200-EXIT                                          26/10/15
039100     .                                                            26/10/15
039200     PERFORM 2300-GET-TOLERANCE THRU 2300-EXIT                    26/10/15
039300     ADD 1 TO WS-TOTAL-COMPARED                                   26/10/15
039400     COMPUTE WS-DIFFERENCE = WS-CUR-RESULT - WS-BASE-RESULT       26/10/15
039500     IF WS-DIFFERENCE < ZERO                                      26/10/15
039600         COMPUTE WS-DIFFERENCE = ZERO - WS-DIFFERENCE             26/10/15
039700     .                                                            26/10/15
039800     IF WS-DIFFERENCE > WS-TOLERANCE                              26/10/15
039900         ADD 1 TO WS-TOTAL-EXCEEDED                               26/10/15
040000         PERFORM 2400-WRITE-VARIANCE THRU 2400-EXIT               26/10/15
040100     ELSE                                                         26/10/15
040200         ADD 1 TO WS-TOTAL-WITHIN                                 26/10/15
040300     .                                                            26/10/15
040400 2200-EXIT.                                                       26/10/15
040500     EXIT.                                                        26/10/15
040600                                                                  26/10/15
040700*-----------------------------------------------------------------26/10/15
040800*  THE TOLERANCE OF THE VERSION IN EFFECT ON THE CURRENT SIDE,    26/10/15
040900*  READ ONCE PER FORMULA VERSION.  A VERSION NO LONGER IN THE     26/10/15
041000*  LIBRARY GETS A TOLERANCE OF ZERO - EVERY CHANGE IS LISTED.     26/10/15
041100*-----------------------------------------------------------------26/10/15
041200 2300-GET-TOLERANCE.                                              26/10/15
041300     MOVE WS-GROUP-KEY (1:8) TO FL-FORMULA-ID                     26/10/15
041400     MOVE WS-CUR-VERSION     TO FL-VERSION-NBR                    26/10/15
041500     IF FL-FORMULA-KEY = WS-TOLERANCE-KEY                         26/10/15
041600         GO TO 2300-EXIT                                          26/10/15
041700     .                                                            26/10/15
041800     MOVE FL-FORMULA-KEY TO WS-TOLERANCE-KEY                      26/10/15
041900     MOVE ZERO TO WS-TOLERANCE                                    26/10/15
042000     READ FORMULA-LIBRARY                                         26/10/15
042100         INVALID KEY                                              26/10/15
042200             GO TO 2300-EXIT                                      26/10/15
042300     .                                                            26/10/15
042400     IF FL-TOLERANCE NUMERIC                                      26/10/15
042500         MOVE FL-TOLERANCE TO WS-TOLERANCE                        26/10/15
042600     .                                                            26/10/15
042700 2300-EXIT.                                                       26/10/15
042800     EXIT.                                                        26/10/15
042900                                                                  26/10/15
043000 2400-WRITE-VARIANCE.                                             26/10/15
043100     MOVE WS-GROUP-KEY (1:8)  TO WS-DET-FORMULA-ID                26/10/15
043200     MOVE WS-GROUP-KEY (9:16) TO WS-DET-INPUT-KEY                 26/10/15
043300     MOVE WS-CUR-VERSION      TO WS-DET-VERSION                   26/10/15
043400     MOVE WS-BASE-FOUND-DATE  TO WS-DET-BASE-DATE                 26/10/15
043500     MOVE WS-BASE-RESULT      TO WS-DET-BASE-RESULT               26/10/15
043600     MOVE WS-CUR-RESULT       TO WS-DET-CUR-RESULT                26/10/15
043700     COMPUTE WS-DET-DIFFERENCE = WS-CUR-RESULT - WS-BASE-RESULT   26/10/15
043800     WRITE REPORT-LINE FROM WS-DETAIL-LINE                        26/10/15
043900     MOVE SPACE TO WS-DETAIL-LINE                                 26/10/15
044000     .                                                            26/10/15
044100 2400-EXIT.                                                       26/10/15
044200     EXIT.                                                        26/10/15
044300                                                                  26/10/15
044400*-----------------------------------------------------------------26/10/15
044500*  STEP WS-DATE-WORK BACK ONE CALENDAR DAY.  FEBRUARY GETS ITS    26/10/15
044600*  LEAP DAY IN YEARS DIVISIBLE BY FOUR EXCEPT CENTURIES NOT       26/10/15
044700*  DIVISIBLE BY FOUR HUNDRED.                                     26/10/15
044800*-----------------------------------------------------------------26/10/15
044900 7000-PREVIOUS-DAY.                                               26/10/15
045000     IF WS-DATE-DAY > 1                                           26/10/15
045100         SUBTRACT 1 FROM WS-DATE-DAY                              26/10/15
045200         GO TO 7000-EXIT                                          26/10/15
045300     .                                                            26/10/15
045400     IF WS-DATE-MONTH > 1                                         26/10/15
045500         SUBTRACT 1 FROM WS-DATE-MONTH                            26/10/15
045600     ELSE                                                         26/10/15
045700         MOVE 12 TO WS-DATE-MONTH                                 26/10/15
045800         SUBTRACT 1 FROM WS-DATE-YEAR                             26/10/15
045900     .                                                            26/10/15
046000     MOVE WS-MONTH-LENGTH (WS-DATE-MONTH) TO WS-MONTH-END         26/10/15
046100     IF WS-DATE-MONTH = 2                                         26/10/15
046200         PERFORM 7100-CHECK-LEAP-YEAR THRU 7100-EXIT              26/10/15
046300     .                                                            26/10/15
046400     MOVE WS-MONTH-END TO WS-DATE-DAY                             26/10/15
046500     .                                                            26/10/15
046600 7000-EXIT.                                                       26/10/15
046700     EXIT.                                                        26/10/15
046800                                                                  26/10/15
046900 7100-CHECK-LEAP-YEAR.                                            26/10/15
047000     DIVIDE WS-DATE-YEAR BY 4                                     26/10/15
047100         GIVING WS-LEAP-QUOTIENT                                  26/10/15
047200         REMAINDER WS-LEAP-REMAINDER                              26/10/15
047300     IF WS-LEAP-REMAINDER NOT = ZERO                              26/10/15
047400         GO TO 7100-EXIT                                          26/10/15
047500     .                                                            26/10/15
047600     DIVIDE WS-DATE-YEAR BY 100                                   26/10/15
047700         GIVING WS-LEAP-QUOTIENT                                  26/10/15
047800         REMAINDER WS-LEAP-REMAINDER                              26/10/15
047900     IF WS-LEAP-REMAINDER NOT = ZERO                              26/10/15
048000         MOVE 29 TO WS-MONTH-END                                  26/10/15
048100         GO TO 7100-EXIT                                          26/10/15
048200     .                                                            26/10/15
048300     DIVIDE WS-DATE-YEAR BY 400                                   26/10/15
048400         GIVING WS-LEAP-QUOTIENT                                  26/10/15
048500         REMAINDER WS-LEAP-REMAINDER                              26/10/15
048600     IF WS-LEAP-REMAINDER = ZERO                                  26/10/15
048700         MOVE 29 TO WS-MONTH-END                                  26/10/15
048800     .                                                            26/10/15
048900 7100-EXIT.                                                       26/10/15
049000     EXIT.                                                        26/10/15
049100                                                                  26/10/15
049200 8000-TERMINATE.                                                  26/10/15
049300     MOVE WS-TOTAL-READ     TO WS-SUM-READ                        26/10/15
049400     MOVE WS-TOTAL-COMPARED TO WS-SUM-COMPARED                    26/10/15
049500     MOVE WS-TOTAL-WITHIN   TO WS-SUM-WITHIN                      26/10/15
049600     MOVE WS-TOTAL-EXCEEDED TO WS-SUM-EXCEEDED                    26/10/15
049700     MOVE WS-TOTAL-NEW      TO WS-SUM-NEW                         26/10/15
049800     MOVE WS-TOTAL-GONE     TO WS-SUM-GONE                        26/10/15
049900     MOVE WS-TOTAL-ERRORS   TO WS-SUM-ERRORS                      26/10/15
050000     WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       26/10/15
050100     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2                     26/10/15
050200     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3                     26/10/15
050300     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4                     26/10/15
050400     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5                     26/10/15
050500     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-6                     26/10/15
050600     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-7                     26/10/15
050700     CLOSE HISTORY-FILE                                           26/10/15
050800     CLOSE FORMULA-LIBRARY                                        26/10/15
050900     CLOSE VARIANCE-REPORT                                        26/10/15
051000     .                                                            26/10/15
051100 8000-EXIT.                                                       26/10/15
051200     EXIT.                                                        26/10/15
