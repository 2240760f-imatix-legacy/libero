000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    CALCRIDX.                                         26/10/15
000300                                                                  26/10/15
000400 AUTHOR.        J ANDERSON.                                       26/10/15
000500 DATE-WRITTEN.  26/10/15                                          26/10/15
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/10/15
000800*-----------------------------------------------------------------26/10/15
000900*  CALCRIDX - RESULT INQUIRY INDEX BUILD                          26/10/15
001000*                                                                 26/10/15
001100*  BUILDS THE KEYED RESULT INDEX (CALCRIX, SEE RSLTXREC.CPY)      26/10/15
001200*  THAT THE ONLINE RESULT INQUIRY (CALCRINQ) READS.  IT RUNS      26/10/15
001300*  AFTER THE EVALUATION - AFTER CALCEXEC, OR AFTER CALCMRGE FOR   26/10/15
001400*  A PARTITIONED RUN - AND REBUILDS THE INDEX FROM NOTHING EACH   26/10/15
001500*  TIME, SO THE INQUIRY ALWAYS SHOWS THE LATEST RUN.              26/10/15
001600*                                                                 26/10/15
001700*  THE RESULTS MASTER IS READ IN THE ORDER CALCEXEC WROTE IT,     26/10/15
001800*  WHICH IS THE ORDER OF THE VARIABLE INPUT, SO CALCVARS IS       26/10/15
001900*  READ ALONGSIDE IT AND EACH RESULT PICKS UP THE TEN INPUT       26/10/15
002000*  VARIABLES OF ITS ACCOUNT.  THE FORMULA VERSION IN EFFECT FOR   26/10/15
002100*  THE RUN CONTROL AS-OF DATE IS TAKEN AS CALCEXEC TAKES IT.      26/10/15
002200*                                                                 26/10/15
002300*  THE REPORT (CALCXIRP) LISTS, UP TO A LIMIT, RESULTS WITH NO    26/10/15
002400*  INPUT RECORD, RESULTS FOR A FORMULA WITH NO VERSION IN EFFECT  26/10/15
002500*  AND DUPLICATE KEYS; THEY ARE COUNTED IN THE SUMMARY.  A        26/10/15
002600*  DUPLICATE KEY KEEPS THE FIRST RESULT.                          26/10/15
002700*-----------------------------------------------------------------26/10/15
002800                                                                  26/10/15
002900 ENVIRONMENT DIVISION.                                            26/10/15
003000                                                                  26/10/15
003100 CONFIGURATION SECTION.                                           26/10/15
003200 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
003300 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
003400                                                                  26/10/15
003500 INPUT-OUTPUT SECTION.                                            26/10/15
003600 FILE-CONTROL.                                                    26/10/15
003700     SELECT FORMULA-LIBRARY                                       26/10/15
003800         ASSIGN TO "FORMLIB"                                      26/10/15
003900         ORGANIZATION IS INDEXED                                  26/10/15
004000         ACCESS MODE IS SEQUENTIAL                                26/10/15
004100         RECORD KEY IS FL-FORMULA-KEY.                            26/10/15
004200     SELECT VARIABLE-INPUT                                        26/10/15
004300         ASSIGN TO "CALCVARS"                                     26/10/15
004400         ORGANIZATION IS SEQUENTIAL.                              26/10/15
004500     SELECT RESULTS-MASTER                                        26/10/15
004600         ASSIGN TO "CALCRSLT"                                     26/10/15
004700         ORGANIZATION IS SEQUENTIAL.                              26/10/15
004800     SELECT RESULT-INDEX                                          26/10/15
004900         ASSIGN TO "CALCRIX"                                      26/10/15
005000         ORGANIZATION IS INDEXED                                  26/10/15
005100         ACCESS MODE IS RANDOM                                    26/10/15
005200         RECORD KEY IS RX-RESULT-KEY.                             26/10/15
005300     SELECT INDEX-REPORT                                          26/10/15
005400         ASSIGN TO "CALCXIRP"                                     26/10/15
005500         ORGANIZATION IS SEQUENTIAL.                              26/10/15
005600     SELECT OPTIONAL RUN-CONTROL-FILE                             26/10/15
005700         ASSIGN TO "CALCRCTL"                                     26/10/15
005800         ORGANIZATION IS SEQUENTIAL.                              26/10/15
005900     SELECT OPTIONAL RUN-LOG-FILE                                 26/10/15
006000         ASSIGN TO "CALCRLOG"                                     26/10/15
006100         ORGANIZATION IS SEQUENTIAL.                              26/10/15
006200                                                                  26/10/15
006300 DATA DIVISION.                                                   26/10/15
006400                                                                  26/10/15
006500 FILE SECTION.                                                    26/10/15
006600 FD  FORMULA-LIBRARY                                              26/10/15
006700     LABEL RECORDS ARE STANDARD.                                  26/10/15
006800 COPY FORMREC.                                                    26/10/15
006900                                                                  26/10/15
007000 FD  VARIABLE-INPUT                                               26/10/15
007100     LABEL RECORDS ARE STANDARD.                                  26/10/15
007200 01  VARIABLE-RECORD.                                             26/10/15
007300     02  CV-INPUT-KEY            PIC X(16).                       26/10/15
007400     02  CV-VARIABLE             PIC S9(9)V9(9)                   26/10/15
007500                                 OCCURS 10 TIMES.                 26/10/15
007600                                                                  26/10/15
007700 FD  RESULTS-MASTER                                               26/10/15
007800     LABEL RECORDS ARE STANDARD.                                  26/10/15
007900 01  RESULT-RECORD.                                               26/10/15
008000     02  RM-FORMULA-ID           PIC X(8).                        26/10/15
008100     02  RM-INPUT-KEY            PIC X(16).                       26/10/15
008200     02  RM-RESULT               PIC S9(9)V9(9).                  26/10/15
008300     02  RM-FEEDBACK             PIC X(12).                       26/10/15
008400                                                                  26/10/15
008500 FD  RESULT-INDEX                                                 26/10/15
008600     LABEL RECORDS ARE STANDARD.                                  26/10/15
008700 COPY RSLTXREC.                                                   26/10/15
008800                                                                  26/10/15
008900 FD  INDEX-REPORT                                                 26/10/15
009000     LABEL RECORDS ARE STANDARD.                                  26/10/15
009100 01  REPORT-LINE                 PIC X(132).                      26/10/15
009200                                                                  26/10/15
009300 FD  RUN-CONTROL-FILE                                             26/10/15
009400     LABEL RECORDS ARE STANDARD.                                  26/10/15
009500 COPY RUNCREC.                                                    26/10/15
009600                                                                  26/10/15
009700 FD  RUN-LOG-FILE                                                 26/10/15
009800     LABEL RECORDS ARE STANDARD.                                  26/10/15
009900 COPY RUNLREC.                                                    26/10/15
010000                                                                  26/10/15
010100 WORKING-STORAGE SECTION.                                         26/10/15
010200                                                                  26/10/15
010300*-----------------------------------------------------------------26/10/15
010400*  SWITCHES AND COUNTERS.                                         26/10/15
010500*-----------------------------------------------------------------26/10/15
010600 01  WS-SWITCHES.                                                 26/10/15
010700     02  WS-INPUT-EOF-SWITCH      PIC X      VALUE SPACE.         26/10/15
010800         88  NO-MORE-INPUT                   VALUE "Y".           26/10/15
010900     02  WS-RESULT-EOF-SWITCH     PIC X      VALUE SPACE.         26/10/15
011000         88  NO-MORE-RESULTS                 VALUE "Y".           26/10/15
011100     02  WS-INPUT-MATCH-SWITCH    PIC X      VALUE SPACE.         26/10/15
011200         88  INPUT-MATCHED                   VALUE "Y".           26/10/15
011300                                                                  26/10/15
011400 COPY FORMSELW.                                                   26/10/15
011500 COPY RUNCTLW.                                                    26/10/15
011600                                                                  26/10/15
011700 01  WS-COUNTERS.                                                 26/10/15
011800     02  WS-VERSION-COUNT         PIC S9(4)  COMP VALUE ZERO.     26/10/15
011900     02  WS-VERSION-MAX           PIC S9(4)  COMP VALUE 500.      26/10/15
012000     02  WS-VERSION-INDEX         PIC S9(4)  COMP VALUE ZERO.     26/10/15
012100     02  WS-VAR-INDEX             PIC S9(4)  COMP VALUE ZERO.     26/10/15
012200     02  WS-EXCEPTION-MAX         PIC S9(4)  COMP VALUE 50.       26/10/15
012300     02  WS-RESULTS-READ          PIC S9(7)  COMP VALUE ZERO.     26/10/15
012400     02  WS-INDEX-WRITTEN         PIC S9(7)  COMP VALUE ZERO.     26/10/15
012500     02  WS-NO-INPUT-COUNT        PIC S9(7)  COMP VALUE ZERO.     26/10/15
012600     02  WS-NO-VERSION-COUNT      PIC S9(7)  COMP VALUE ZERO.     26/10/15
012700     02  WS-DUPLICATE-COUNT       PIC S9(7)  COMP VALUE ZERO.     26/10/15
012800     02  WS-EXCEPTION-COUNT       PIC S9(7)  COMP VALUE ZERO.     26/10/15
012900                                                                  26/10/15
013000*-----------------------------------------------------------------26/10/15
013100*  VERSION TABLE - THE VERSION OF EVERY FORMULA IN EFFECT FOR     26/10/15
013200*  THE AS-OF DATE, IN FORMULA ID ORDER.                           26/10/15
013300*-----------------------------------------------------------------26/10/15
013400 01  WS-VERSION-TABLE.                                            26/10/15
013500     02  WS-VERSION-ENTRY         OCCURS 500 TIMES.               26/10/15
013600         03  WS-VER-FORMULA-ID    PIC X(8).                       26/10/15
013700         03  WS-VER-NBR           PIC 9(3).                       26/10/15
013800                                                                  26/10/15
013900*-----------------------------------------------------------------26/10/15
014000*  REPORT LINE LAYOUTS.                                           26/10/15
014100*-----------------------------------------------------------------26/10/15
014200 01  WS-HEADING-LINE.                                             26/10/15
014300     02  FILLER                   PIC X(132)                      26/10/15
014400             VALUE "CALCPK RESULT INQUIRY INDEX BUILD".           26/10/15
014500                                                                  26/10/15
014600 01  WS-DATE-LINE.                                                26/10/15
014700     02  FILLER                   PIC X(20)                       26/10/15
014800                      VALUE "AS-OF DATE        : ".               26/10/15
014900     02  WS-DTL-AS-OF             PIC 9(8).                       26/10/15
015000     02  FILLER                   PIC X(104) VALUE SPACE.         26/10/15
015100                                                                  26/10/15
015200 01  WS-EXCEPTION-COLUMNS.                                        26/10/15
015300     02  FILLER                   PIC X(46)                       26/10/15
015400                      VALUE "   EXCEPTION".                       26/10/15
015500     02  FILLER                   PIC X(19)  VALUE "INPUT KEY".   26/10/15
015600     02  FILLER                   PIC X(67)  VALUE "FORMULA".     26/10/15
015700                                                                  26/10/15
015800 01  WS-EXCEPTION-LINE.                                           26/10/15
015900     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
016000     02  WS-EXC-TEXT              PIC X(40).                      26/10/15
016100     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
016200     02  WS-EXC-KEY               PIC X(16).                      26/10/15
016300     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
016400     02  WS-EXC-FORMULA-ID        PIC X(8).                       26/10/15
016500     02  FILLER                   PIC X(59)  VALUE SPACE.         26/10/15
016600                                                                  26/10/15
016700 01  WS-SUMMARY-LINE.                                             26/10/15
016800     02  FILLER                   PIC X(20)                       26/10/15
016900                      VALUE "FORMULAS IN EFFECT: ".               26/10/15
017000     02  WS-SUM-FORMULAS          PIC ZZZ,ZZ9.                    26/10/15
017100     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
017200                                                                  26/10/15
017300 01  WS-SUMMARY-LINE-2.                                           26/10/15
017400     02  FILLER                   PIC X(20)                       26/10/15
017500                      VALUE "RESULTS READ      : ".               26/10/15
017600     02  WS-SUM-READ              PIC ZZZ,ZZ9.                    26/10/15
017700     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
017800                                                                  26/10/15
017900 01  WS-SUMMARY-LINE-3.                                           26/10/15
018000     02  FILLER                   PIC X(20)                       26/10/15
018100                      VALUE "INDEX RECORDS     : ".               26/10/15
018200     02  WS-SUM-WRITTEN           PIC ZZZ,ZZ9.                    26/10/15
018300     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
018400                                                                  26/10/15
018500 01  WS-SUMMARY-LINE-4.                                           26/10/15
018600     02  FILLER                   PIC X(20)                       26/10/15
018700                      VALUE "NO INPUT RECORD   : ".               26/10/15
018800     02  WS-SUM-NO-INPUT          PIC ZZZ,ZZ9.                    26/10/15
018900     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
019000                                                                  26/10/15
019100 01  WS-SUMMARY-LINE-5.                                           26/10/15
019200     02  FILLER                   PIC X(20)                       26/10/15
019300                      VALUE "NO VERSION        : ".               26/10/15
019400     02  WS-SUM-NO-VERSION        PIC ZZZ,ZZ9.                    26/10/15
019500     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
019600                                                                  26/10/15
019700 01  WS-SUMMARY-LINE-6.                                           26/10/15
019800     02  FILLER                   PIC X(20)                       26/10/15
019900                      VALUE "DUPLICATE KEYS    : ".               26/10/15
020000     02  WS-SUM-DUPLICATES        PIC ZZZ,ZZ9.                    26/10/15
020100     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
020200                                                                  26/10/15
020300 PROCEDURE DIVISION.                                              26/10/15
020400                                                                  26/10/15
020500*    0000-MAINLINE                                                26/10/15
020600                                                                  26/10/15
020700 0000-MAINLINE.                                                   26/10/15
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       26/10/15
020900     PERFORM 2000-INDEX-ONE-RESULT THRU 2000-EXIT                 26/10/15
021000         UNTIL NO-MORE-RESULTS                                    26/10/15
021100     PERFORM 8000-TERMINATE THRU 8000-EXIT                        26/10/15
021200     STOP RUN                                                     26/10/15
021300     .                                                            26/10/15
021400                                                                  26/10/15
021500*-----------------------------------------------------------------26/10/15
021600*  THE AS-OF DATE COMES FROM THE RUN CONTROL RECORD THE           26/10/15
021700*  EVALUATION RAN UNDER.  THE VERSIONS IN EFFECT ARE LOADED       26/10/15
021800*  BEFORE THE INDEX IS OPENED.                                    26/10/15
021900*-----------------------------------------------------------------26/10/15
022000 1000-INITIALIZE.                                                 26/10/15
022100     MOVE "CALCRIDX" TO RC-PROGRAM-NAME                           26/10/15
022200     PERFORM 1141-GET-RUN-CONTROL THRU 1141-EXIT                  26/10/15
022300     IF RUN-MUST-NOT-START                                        26/10/15
022400         PERFORM 1145-REFUSE-TO-START THRU 1145-EXIT              26/10/15
022500     .                                                            26/10/15
022600     MOVE "S" TO RC-LOG-STATUS                                    26/10/15
022700     MOVE ZERO TO RC-LOG-READ                                     26/10/15
022800                  RC-LOG-WRITTEN                                  26/10/15
022900                  RC-LOG-ERRORS                                   26/10/15
023000     PERFORM 1147-WRITE-RUN-LOG THRU 1147-EXIT                    26/10/15
023100     OPEN OUTPUT INDEX-REPORT                                     26/10/15
023200     WRITE REPORT-LINE FROM WS-HEADING-LINE                       26/10/15
023300     MOVE WS-AS-OF-DATE TO WS-DTL-AS-OF                           26/10/15
023400     WRITE REPORT-LINE FROM WS-DATE-LINE                          26/10/15
023500     OPEN INPUT FORMULA-LIBRARY                                   26/10/15
023600     PERFORM 1150-GET-EFFECTIVE-FORMULA THRU 1150-EXIT            26/10/15
023700     PERFORM 1300-LOAD-VERSION THRU 1300-EXIT                     26/10/15
023800         UNTIL NOT FORMULA-DELIVERED                              26/10/15
023900     CLOSE FORMULA-LIBRARY                                        26/10/15
024000     OPEN INPUT  VARIABLE-INPUT                                   26/10/15
024100     OPEN INPUT  RESULTS-MASTER                                   26/10/15
024200     OPEN OUTPUT RESULT-INDEX                                     26/10/15
024300     PERFORM 1100-READ-INPUT THRU 1100-EXIT                       26/10/15
024400     PERFORM 1200-READ-RESULT THRU 1200-EXIT                      26/10/15
024500     .                                                            26/10/15
024600 1000-EXIT.                                                       26/10/15
024700     EXIT.                                                        26/10/15
024800                                                                  26/10/15
024900 1100-READ-INPUT.                                                 26/10/15
025000     READ VARIABLE-INPUT                                          26/10/15
025100         AT END                                                   26/10/15
025200             MOVE "Y" TO WS-INPUT-EOF-SWITCH                      26/10/15
025300     .                                                            26/10/15
025400 1100-EXIT.                                                       26/10/15
025500     EXIT.                                                        26/10/15
025600                                                                  26/10/15
025700 1200-READ-RESULT.                                                26/10/15
025800     READ RESULTS-MASTER                                          26/10/15
025900         AT END                                                   26/10/15
026000             MOVE "Y" TO WS-RESULT-EOF-SWITCH                     26/10/15
026100             GO TO 1200-EXIT                                      26/10/15
026200     .                                                            26/10/15
026300     ADD 1 TO WS-RESULTS-READ                                     26/10/15
026400     .                                                            26/10/15
026500 1200-EXIT.                                                       26/10/15
026600     EXIT.                                                        26/10/15
026700                                                                  26/10/15
026800*-----------------------------------------------------------------26/10/15
026900*  A MISSING OR INVALID RUN CONTROL, OR A DATE ALREADY INDEXED    26/10/15
027000*  WITHOUT THE RERUN FLAG, STOPS THE RUN BEFORE ANY FILE IS       26/10/15
027100*  TOUCHED.                                                       26/10/15
027200*-----------------------------------------------------------------26/10/15
027300 1145-REFUSE-TO-START.                                            26/10/15
027400     OPEN OUTPUT INDEX-REPORT                                     26/10/15
027500     MOVE "RUN REFUSED - RUN CONTROL INVALID OR DATE ALREADY RUN" 26/10/15
027600         TO REPORT-LINE                                           26/10/15
027700     WRITE REPORT-LINE                                            26/10/15
027800     CLOSE INDEX-REPORT                                           26/10/15
027900     STOP RUN                                                     26/10/15
028000     .                                                            26/10/15
028100 1145-EXIT.                                                       26/10/15
028200     EXIT.                                                        26/10/15
028300                                                                  26/10/15
028400*-----------------------------------------------------------------26/10/15
028500*  EVERY FORMULA IN EFFECT IS KEPT, WHATEVER THE RUN CONTROL      26/10/15
028600*  FORMULA RANGE - THE RESULTS MASTER ALREADY HOLDS ONLY THE      26/10/15
028700*  FORMULAS THE RUN EVALUATED.                                    26/10/15
028800*-----------------------------------------------------------------26/10/15
028900 1300-LOAD-VERSION.                                               26/10/15
029000     IF WS-VERSION-COUNT = WS-VERSION-MAX                         26/10/15
029100         MOVE SPACE TO WS-DELIVERED-SWITCH                        26/10/15
029200         GO TO 1300-EXIT                                          26/10/15
029300     .                                                            26/10/15
029400     ADD 1 TO WS-VERSION-COUNT                                    26/10/15
029500     MOVE FL-FORMULA-ID  TO WS-VER-FORMULA-ID (WS-VERSION-COUNT)  26/10/15
029600     MOVE FL-VERSION-NBR TO WS-VER-NBR (WS-VERSION-COUNT)         26/10/15
029700     PERFORM 1150-GET-EFFECTIVE-FORMULA THRU 1150-EXIT            26/10/15
029800     .                                                            26/10/15
029900 1300-EXIT.                                                       26/10/15
030000     EXIT.                                                        26/10/15
030100                                                                  26/10/15
030200*-----------------------------------------------------------------26/10/15
030300*  ONE RESULT.  THE INPUT IS MOVED ON TO THE RESULT'S KEY; AN     26/10/15
030400*  INPUT KEY ALREADY PASSED IS NEVER FOUND AGAIN, SO A RESULTS    26/10/15
030500*  MASTER OUT OF STEP WITH CALCVARS SHOWS AS RESULTS WITH NO      26/10/15
030600*  INPUT RECORD RATHER THAN AS WRONG VARIABLES.                   26/10/15
030700*-----------------------------------------------------------------26/10/15
030800 2000-INDEX-ONE-RESULT.                                           26/10/15
030900     PERFORM 2100-MATCH-INPUT THRU 2100-EXIT                      26/10/15
031000     MOVE RM-INPUT-KEY   TO RX-INPUT-KEY                          26/10/15
031100     MOVE RM-FORMULA-ID  TO RX-FORMULA-ID                         26/10/15
031200     MOVE RM-RESULT      TO RX-RESULT                             26/10/15
031300     MOVE RM-FEEDBACK    TO RX-FEEDBACK                           26/10/15
031400     MOVE WS-AS-OF-DATE  TO RX-AS-OF-DATE                         26/10/15
031500     MOVE WS-INPUT-MATCH-SWITCH TO RX-INPUT-SWITCH                26/10/15
031600     PERFORM 2200-COPY-ONE-VARIABLE THRU 2200-EXIT                26/10/15
031700         VARYING WS-VAR-INDEX FROM 1 BY 1                         26/10/15
031800             UNTIL WS-VAR-INDEX > 10                              26/10/15
031900     PERFORM 2300-FIND-VERSION THRU 2300-EXIT                     26/10/15
032000     PERFORM 2400-WRITE-INDEX THRU 2400-EXIT                      26/10/15
032100     PERFORM 1200-READ-RESULT THRU 1200-EXIT                      26/10/15
032200     .                                                            26/10/15
032300 2000-EXIT.                                                       26/10/15
032400     EXIT.                                                        26/10/15
032500                                                                  26/10/15
032600 2100-MATCH-INPUT.                                                26/10/15
032700     MOVE SPACE TO WS-INPUT-MATCH-SWITCH                          26/10/15
032800     PERFORM 1100-READ-INPUT THRU 1100-EXIT                       26/10/15
032900         UNTIL NO-MORE-INPUT                                      26/10/15
033000            OR CV-INPUT-KEY = RM-INPUT-KEY                        26/10/15
033100     IF NO-MORE-INPUT                                             26/10/15
033200         ADD 1 TO WS-NO-INPUT-COUNT                               26/10/15
033300         MOVE "NO INPUT RECORD - VARIABLES NOT KNOWN"             26/10/15
033400             TO WS-EXC-TEXT                                       26/10/15
033500         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT              26/10/15
033600     ELSE                                                         26/10/15
033700         MOVE "Y" TO WS-INPUT-MATCH-SWITCH                        26/10/15
033800     .                                                            26/10/15
033900 2100-EXIT.                                                       26/10/15
034000     EXIT.                                                        26/10/15
034100                                                                  26/10/15
034200 2200-COPY-ONE-VARIABLE.                                          26/10/15
034300     IF INPUT-MATCHED                                             26/10/15
034400         MOVE CV-VARIABLE (WS-VAR-INDEX)                          26/10/15
034500             TO RX-VARIABLE (WS-VAR-INDEX)                        26/10/15
034600     ELSE                                                         26/10/15
034700         MOVE ZERO TO RX-VARIABLE (WS-VAR-INDEX)                  26/10/15
034800     .                                                            26/10/15
034900 2200-EXIT.                                                       26/10/15
035000     EXIT.                                                        26/10/15
035100                                                                  26/10/15
035200 2300-FIND-VERSION.                                               26/10/15
035300     MOVE ZERO TO RX-VERSION-NBR                                  26/10/15
035400     PERFORM 2310-CHECK-ONE-VERSION THRU 2310-EXIT                26/10/15
035500         VARYING WS-VERSION-INDEX FROM 1 BY 1                     26/10/15
035600             UNTIL WS-VERSION-INDEX > WS-VERSION-COUNT            26/10/15
035700                OR RX-VERSION-NBR NOT = ZERO                      26/10/15
035800     IF RX-VERSION-NBR = ZERO                                     26/10/15
035900         ADD 1 TO WS-NO-VERSION-COUNT                             26/10/15
036000         MOVE "NO FORMULA VERSION IN EFFECT" TO WS-EXC-TEXT       26/10/15
036100         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT              26/10/15
036200     .                                                            26/10/15
036300 2300-EXIT.                                                       26/10/15
036400     EXIT.                                                        26/10/15
036500                                                                  26/10/15
036600 2310-CHECK-ONE-VERSION.                                          26/10/15
036700     IF WS-VER-FORMULA-ID (WS-VERSION-INDEX) = RM-FORMULA-ID      26/10/15
036800         MOVE WS-VER-NBR (WS-VERSION-INDEX) TO RX-VERSION-NBR     26/10/15
036900     .                                                            26/10/15
037000 2310-EXIT.                                                       26/10/15
037100     EXIT.                                                        26/10/15
037200                                                                  26/10/15
037300 2400-WRITE-INDEX.                                                26/10/15
037400     WRITE RESULT-INDEX-RECORD                                    26/10/15
037500         INVALID KEY                                              26/10/15
037600             ADD 1 TO WS-DUPLICATE-COUNT                          26/10/15
037700             MOVE "DUPLICATE KEY - FIRST RESULT KEPT"             26/10/15
037800                 TO WS-EXC-TEXT                                   26/10/15
037900             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT          26/10/15
038000             GO TO 2400-EXIT                                      26/10/15
038100     .                                                            26/10/15
038200     ADD 1 TO WS-INDEX-WRITTEN                                    26/10/15
038300     .                                                            26/10/15
038400 2400-EXIT.                                                       26/10/15
038500     EXIT.                                                        26/10/15
038600                                                                  26/10/15
038700*-----------------------------------------------------------------26/10/15
038800*  THE CALLER HAS PLACED THE EXCEPTION TEXT.  THE FIRST LINE      26/10/15
038900*  CARRIES THE COLUMN HEADINGS; PAST THE LIMIT EXCEPTIONS ARE     26/10/15
039000*  ONLY COUNTED.                                                  26/10/15
039100*-----------------------------------------------------------------26/10/15
039200 2900-WRITE-EXCEPTION.                                            26/10/15
039300     ADD 1 TO WS-EXCEPTION-COUNT                                  26/10/15
039400     IF WS-EXCEPTION-COUNT > WS-EXCEPTION-MAX                     26/10/15
039500         GO TO 2900-EXIT                                          26/10/15
039600     .                                                            26/10/15
039700     IF WS-EXCEPTION-COUNT = 1                                    26/10/15
039800         MOVE SPACE TO REPORT-LINE                                26/10/15
039900         WRITE REPORT-LINE                                        26/10/15
040000         WRITE REPORT-LINE FROM WS-EXCEPTION-COLUMNS              26/10/15
040100     .                                                            26/10/15
040200     MOVE RM-INPUT-KEY  TO WS-EXC-KEY                             26/10/15
040300     MOVE RM-FORMULA-ID TO WS-EXC-FORMULA-ID                      26/10/15
040400     WRITE REPORT-LINE FROM WS-EXCEPTION-LINE                     26/10/15
040500     .                                                            26/10/15
040600 2900-EXIT.                                                       26/10/15
040700     EXIT.                                                        26/10/15
040800                                                                  26/10/15
040900 8000-TERMINATE.                                                  26/10/15
041000     CLOSE VARIABLE-INPUT                                         26/10/15
041100     CLOSE RESULTS-MASTER                                         26/10/15
041200     CLOSE RESULT-INDEX                                           26/10/15
041300     IF WS-EXCEPTION-COUNT > WS-EXCEPTION-MAX                     26/10/15
041400         MOVE "   FURTHER EXCEPTIONS NOT LISTED" TO REPORT-LINE   26/10/15
041500         WRITE REPORT-LINE                                        26/10/15
041600     .                                                            26/10/15
041700     MOVE WS-VERSION-COUNT    TO WS-SUM-FORMULAS                  26/10/15
041800     MOVE WS-RESULTS-READ     TO WS-SUM-READ                      26/10/15
041900     MOVE WS-INDEX-WRITTEN    TO WS-SUM-WRITTEN                   26/10/15
042000     MOVE WS-NO-INPUT-COUNT   TO WS-SUM-NO-INPUT                  26/10/15
042100     MOVE WS-NO-VERSION-COUNT TO WS-SUM-NO-VERSION                26/10/15
042200     MOVE WS-DUPLICATE-COUNT  TO WS-SUM-DUPLICATES                26/10/15
042300     MOVE SPACE TO REPORT-LINE                                    26/10/15
042400     WRITE REPORT-LINE                                            26/10/15
042500     WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       26/10/15
042600     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2                     26/10/15
042700     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3                     26/10/15
042800     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4                     26/10/15
042900     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5                     26/10/15
043000     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-6                     26/10/15
043100     CLOSE INDEX-REPORT                                           26/10/15
043200     MOVE "C" TO RC-LOG-STATUS                                    26/10/15
043300     MOVE WS-RESULTS-READ    TO RC-LOG-READ                       26/10/15
043400     MOVE WS-INDEX-WRITTEN   TO RC-LOG-WRITTEN                    26/10/15
043500     MOVE WS-EXCEPTION-COUNT TO RC-LOG-ERRORS                     26/10/15
043600     PERFORM 1147-WRITE-RUN-LOG THRU 1147-EXIT                    26/10/15
043700     .                                                            26/10/15
043800 8000-EXIT.                                                       26/10/15
043900     EXIT.                                                        26/10/15
044000                                                                  26/10/15
044100*DIALOG-FREE VERSION SELECTION PARAGRAPHS.                        26/10/15
044200 COPY FORMSEL.                                                    26/10/15
044300                                                                  26/10/15
044400*RUN CONTROL AND RUN LOG PARAGRAPHS.                              26/10/15
044500 COPY RUNCTL.                                                     26/10/15
