000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    CALCHIST.                                         26/10/15
000300                                                                  26/10/15
000400 AUTHOR.        J ANDERSON.                                       26/10/15
000500 DATE-WRITTEN.  26/10/15                                          26/10/15
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/10/15
000800*-----------------------------------------------------------------26/10/15
000900*  CALCHIST - RESULTS HISTORY LOAD AND PURGE                      26/10/15
001000*                                                                 26/10/15
001100*  RUNS AFTER CALCEXEC.  CALCRSLT IS REWRITTEN EVERY NIGHT, SO    26/10/15
001200*  THIS PROGRAM COPIES IT INTO THE KEYED RESULTS HISTORY          26/10/15
001300*  (CALCHIST, SEE HISTREC.CPY) UNDER THE RUN CONTROL AS-OF        26/10/15
001400*  DATE, TOGETHER WITH THE VERSION OF EACH FORMULA IN EFFECT ON   26/10/15
001500*  THAT DATE - THE SAME VERSION CALCEXEC EVALUATED.               26/10/15
001600*                                                                 26/10/15
001700*  BEFORE THE LOAD ONE PASS OF THE HISTORY APPLIES THE            26/10/15
001800*  RETENTION RULE, MEASURED BACK FROM THE AS-OF DATE: DAILY       26/10/15
001900*  ENTRIES OLDER THAN THE DAILY RETENTION (IN DAYS, ACCEPTED AT   26/10/15
002000*  RUN TIME, 45 BY DEFAULT) AND MONTH-END ENTRIES OLDER THAN      26/10/15
002100*  THE MONTH-END RETENTION (ACCEPTED NEXT, 400 BY DEFAULT) ARE    26/10/15
002200*  DELETED.  THE SAME PASS DELETES ANY ENTRIES ALREADY HELD FOR   26/10/15
002300*  THE AS-OF DATE ITSELF, SO A RERUN OF A BUSINESS DATE           26/10/15
002400*  REPLACES ITS HISTORY RATHER THAN ADDING TO IT.                 26/10/15
002500*                                                                 26/10/15
002600*  THE RUN IS UNDER RUN CONTROL LIKE THE REST OF THE NIGHTLY      26/10/15
002700*  SUITE: IT REFUSES A DATE ALREADY LOADED UNLESS THE RERUN       26/10/15
002800*  FLAG IS SET, AND LOGS ITS START AND ITS COUNTS TO CALCRLOG.    26/10/15
002900*-----------------------------------------------------------------26/10/15
003000                                                                  26/10/15
003100 ENVIRONMENT DIVISION.                                            26/10/15
003200                                                                  26/10/15
003300 CONFIGURATION SECTION.                                           26/10/15
003400 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
003500 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
003600                                                                  26/10/15
003700 INPUT-OUTPUT SECTION.                                            26/10/15
003800 FILE-CONTROL.                                                    26/10/15
003900     SELECT FORMULA-LIBRARY                                       26/10/15
004000         ASSIGN TO "FORMLIB"                                      26/10/15
004100         ORGANIZATION IS INDEXED                                  26/10/15
004200         ACCESS MODE IS SEQUENTIAL                                26/10/15
004300         RECORD KEY IS FL-FORMULA-KEY.                            26/10/15
004400     SELECT RESULTS-MASTER                                        26/10/15
004500         ASSIGN TO "CALCRSLT"                                     26/10/15
004600         ORGANIZATION IS SEQUENTIAL.                              26/10/15
004700     SELECT OPTIONAL HISTORY-FILE                                 26/10/15
004800         ASSIGN TO "CALCHIST"                                     26/10/15
004900         ORGANIZATION IS INDEXED                                  26/10/15
005000         ACCESS MODE IS DYNAMIC                                   26/10/15
005100         RECORD KEY IS HS-HISTORY-KEY.                            26/10/15
005200     SELECT HISTORY-REPORT                                        26/10/15
005300         ASSIGN TO "CALCHRPT"                                     26/10/15
005400         ORGANIZATION IS SEQUENTIAL.                              26/10/15
005500     SELECT OPTIONAL RUN-CONTROL-FILE                             26/10/15
005600         ASSIGN TO "CALCRCTL"                                     26/10/15
005700         ORGANIZATION IS SEQUENTIAL.                              26/10/15
005800     SELECT OPTIONAL RUN-LOG-FILE                                 26/10/15
005900         ASSIGN TO "CALCRLOG"                                     26/10/15
006000         ORGANIZATION IS SEQUENTIAL.                              26/10/15
006100                                                                  26/10/15
006200 DATA DIVISION.                                                   26/10/15
006300                                                                  26/10/15
006400 FILE SECTION.                                                    26/10/15
006500 FD  FORMULA-LIBRARY                                              26/10/15
006600     LABEL RECORDS ARE STANDARD.                                  26/10/15
006700 COPY FORMREC.                                                    26/10/15
006800                                                                  26/10/15
006900 FD  RESULTS-MASTER                                               26/10/15
007000     LABEL RECORDS ARE STANDARD.                                  26/10/15
007100 01  RESULT-RECORD.                                               26/10/15
007200     02  RM-FORMULA-ID           PIC X(8).                        26/10/15
007300     02  RM-INPUT-KEY            PIC X(16).                       26/10/15
007400     02  RM-RESULT               PIC S9(9)V9(9).                  26/10/15
007500     02  RM-FEEDBACK             PIC X(12).                       26/10/15
007600                                                                  26/10/15
007700 FD  HISTORY-FILE                                                 26/10/15
007800     LABEL RECORDS ARE STANDARD.                                  26/10/15
007900 COPY HISTREC.                                                    26/10/15
008000                                                                  26/10/15
008100 FD  HISTORY-REPORT                                               26/10/15
008200     LABEL RECORDS ARE STANDARD.                                  26/10/15
008300 01  REPORT-LINE                 PIC X(132).                      26/10/15
008400                                                                  26/10/15
008500 FD  RUN-CONTROL-FILE                                             26/10/15
008600     LABEL RECORDS ARE STANDARD.                                  26/10/15
008700 COPY RUNCREC.                                                    26/10/15
008800                                                                  26/10/15
008900 FD  RUN-LOG-FILE                                                 26/10/15
009000     LABEL RECORDS ARE STANDARD.                                  26/10/15
009100 COPY RUNLREC.                                                    26/10/15
009200                                                                  26/10/15
009300 WORKING-STORAGE SECTION.                                         26/10/15
009400                                                                  26/10/15
009500*-----------------------------------------------------------------26/10/15
009600*  SWITCHES AND COUNTERS.                                         26/10/15
009700*-----------------------------------------------------------------26/10/15
009800 01  WS-SWITCHES.                                                 26/10/15
009900     02  WS-RESULT-EOF-SWITCH     PIC X      VALUE SPACE.         26/10/15
010000         88  NO-MORE-RESULTS                 VALUE "Y".           26/10/15
010100     02  WS-HIST-EOF-SWITCH       PIC X      VALUE SPACE.         26/10/15
010200         88  NO-MORE-HISTORY                 VALUE "Y".           26/10/15
010300     02  WS-MONTH-END-SWITCH      PIC X      VALUE SPACE.         26/10/15
010400         88  DATE-IS-MONTH-END               VALUE "Y".           26/10/15
010500                                                                  26/10/15
010600 COPY FORMSELW.                                                   26/10/15
010700 COPY RUNCTLW.                                                    26/10/15
010800                                                                  26/10/15
010900 01  WS-COUNTERS.                                                 26/10/15
011000     02  WS-VERSION-INDEX         PIC S9(4)  COMP VALUE ZERO.     26/10/15
011100     02  WS-VERSION-COUNT         PIC S9(4)  COMP VALUE ZERO.     26/10/15
011200     02  WS-VERSION-MAX           PIC S9(4)  COMP VALUE 500.      26/10/15
011300     02  WS-TOTAL-READ            PIC S9(7)  COMP VALUE ZERO.     26/10/15
011400     02  WS-TOTAL-WRITTEN         PIC S9(7)  COMP VALUE ZERO.     26/10/15
011500     02  WS-TOTAL-ERRORS          PIC S9(7)  COMP VALUE ZERO.     26/10/15
011600     02  WS-TOTAL-REPLACED        PIC S9(7)  COMP VALUE ZERO.     26/10/15
011700     02  WS-TOTAL-PURGED          PIC S9(7)  COMP VALUE ZERO.     26/10/15
011800     02  WS-TOTAL-KEPT            PIC S9(7)  COMP VALUE ZERO.     26/10/15
011900                                                                  26/10/15
012000 01  WS-WORK-AREAS.                                               26/10/15
012100     02  WS-DAILY-DAYS            PIC 9(3)   VALUE ZERO.          26/10/15
012200     02  WS-MONTH-END-DAYS        PIC 9(3)   VALUE ZERO.          26/10/15
012300     02  WS-TODAY-DATE            PIC 9(8)   VALUE ZERO.          26/10/15
012400     02  WS-DAILY-CUTOFF          PIC 9(8)   VALUE ZERO.          26/10/15
012500     02  WS-MONTH-END-CUTOFF      PIC 9(8)   VALUE ZERO.          26/10/15
012600     02  WS-ENTRY-CUTOFF          PIC 9(8)   VALUE ZERO.          26/10/15
012700     02  WS-FOUND-VERSION         PIC 9(3)   VALUE ZERO.          26/10/15
012800                                                                  26/10/15
012900*-----------------------------------------------------------------26/10/15
013000*  DATE WORK AREAS FOR THE RETENTION CUTOFFS - THE AS-OF DATE     26/10/15
013100*  STEPPED BACK ONE CALENDAR DAY AT A TIME - AND FOR THE          26/10/15
013200*  MONTH-END TEST OF A HISTORY DATE.                              26/10/15
013300*-----------------------------------------------------------------26/10/15
013400 01  WS-DATE-AREAS.                                               26/10/15
013500     02  WS-DATE-WORK             PIC 9(8).                       26/10/15
013600     02  FILLER REDEFINES WS-DATE-WORK.                           26/10/15
013700         03  WS-DATE-YEAR         PIC 9(4).                       26/10/15
013800         03  WS-DATE-MONTH        PIC 9(2).                       26/10/15
013900         03  WS-DATE-DAY          PIC 9(2).                       26/10/15
014000     02  WS-MONTH-END             PIC 9(2).                       26/10/15
014100     02  WS-LEAP-QUOTIENT         PIC S9(4)  COMP.                26/10/15
014200     02  WS-LEAP-REMAINDER        PIC S9(4)  COMP.                26/10/15
014300                                                                  26/10/15
014400 01  WS-MONTH-LENGTHS             PIC X(24)                       26/10/15
014500             VALUE "312831303130313130313031".                    26/10/15
014600 01  FILLER REDEFINES WS-MONTH-LENGTHS.                           26/10/15
014700     02  WS-MONTH-LENGTH          PIC 9(2)   OCCURS 12 TIMES.     26/10/15
014800                                                                  26/10/15
014900*-----------------------------------------------------------------26/10/15
015000*  VERSION TABLE - THE VERSION OF EACH FORMULA IN EFFECT FOR      26/10/15
015100*  THE AS-OF DATE, SETTLED ONCE AT INITIALIZATION.                26/10/15
015200*-----------------------------------------------------------------26/10/15
015300 01  WS-VERSION-TABLE.                                            26/10/15
015400     02  WS-VERSION-ENTRY         OCCURS 500 TIMES.               26/10/15
015500         03  WS-VERSION-ID        PIC X(8).                       26/10/15
015600         03  WS-VERSION-NBR       PIC 9(3).                       26/10/15
015700                                                                  26/10/15
015800*-----------------------------------------------------------------26/10/15
015900*  REPORT LINE LAYOUTS.                                           26/10/15
016000*-----------------------------------------------------------------26/10/15
016100 01  WS-HEADING-LINE.                                             26/10/15
016200     02  FILLER                   PIC X(132)                      26/10/15
016300             VALUE "CALCPK RESULTS HISTORY LOAD AND PURGE REPORT".26/10/15
016400                                                                  26/10/15
016500 01  WS-DATE-LINE.                                                26/10/15
016600     02  FILLER                   PIC X(20)                       26/10/15
016700                      VALUE "AS-OF DATE        : ".               26/10/15
016800     02  WS-DTL-AS-OF             PIC 9(8).                       26/10/15
016900     02  FILLER                   PIC X(4)   VALUE SPACE.         26/10/15
017000     02  FILLER                   PIC X(20)                       26/10/15
017100                      VALUE "DAILY KEPT FROM   : ".               26/10/15
017200     02  WS-DTL-DAILY             PIC 9(8).                       26/10/15
017300     02  FILLER                   PIC X(4)   VALUE SPACE.         26/10/15
017400     02  FILLER                   PIC X(20)                       26/10/15
017500                      VALUE "MONTH-END KEPT FROM:".               26/10/15
017600     02  WS-DTL-MONTH-END         PIC 9(8).                       26/10/15
017700     02  FILLER                   PIC X(40)  VALUE SPACE.         26/10/15
017800                                                                  26/10/15
017900 01  WS-DETAIL-LINE.                                              26/10/15
018000     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
018100     02  WS-DET-FORMULA-ID        PIC X(8).                       26/10/15
018200     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
018300     02  WS-DET-INPUT-KEY         PIC X(16).                      26/10/15
018400     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
018500     02  WS-DET-DISPOSITION       PIC X(40).                      26/10/15
018600     02  FILLER                   PIC X(59)  VALUE SPACE.         26/10/15
018700                                                                  26/10/15
018800 01  WS-SUMMARY-LINE.                                             26/10/15
018900     02  FILLER                   PIC X(20)                       26/10/15
019000                      VALUE "RESULTS READ      : ".               26/10/15
019100     02  WS-SUM-READ              PIC ZZZ,ZZ9.                    26/10/15
019200     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
019300                                                                  26/10/15
019400 01  WS-SUMMARY-LINE-2.                                           26/10/15
019500     02  FILLER                   PIC X(20)                       26/10/15
019600                      VALUE "HISTORY WRITTEN   : ".               26/10/15
019700     02  WS-SUM-WRITTEN           PIC ZZZ,ZZ9.                    26/10/15
019800     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
019900                                                                  26/10/15
020000 01  WS-SUMMARY-LINE-3.                                           26/10/15
020100     02  FILLER                   PIC X(20)                       26/10/15
020200                      VALUE "LOAD ERRORS       : ".               26/10/15
020300     02  WS-SUM-ERRORS            PIC ZZZ,ZZ9.                    26/10/15
020400     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
020500                                                                  26/10/15
020600 01  WS-SUMMARY-LINE-4.                                           26/10/15
020700     02  FILLER                   PIC X(20)                       26/10/15
020800                      VALUE "REPLACED (RERUN)  : ".               26/10/15
020900     02  WS-SUM-REPLACED          PIC ZZZ,ZZ9.                    26/10/15
021000     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
021100                                                                  26/10/15
021200 01  WS-SUMMARY-LINE-5.                                           26/10/15
021300     02  FILLER                   PIC X(20)                       26/10/15
021400                      VALUE "PURGED (RETENTION): ".               26/10/15
021500     02  WS-SUM-PURGED            PIC ZZZ,ZZ9.                    26/10/15
021600     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
021700                                                                  26/10/15
021800 01  WS-SUMMARY-LINE-6.                                           26/10/15
021900     02  FILLER                   PIC X(20)                       26/10/15
022000                      VALUE "EARLIER DATES KEPT: ".               26/10/15
022100     02  WS-SUM-KEPT              PIC ZZZ,ZZ9.                    26/10/15
022200     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
022300                                                                  26/10/15
022400 PROCEDURE DIVISION.                                              26/10/15
022500                                                                  26/10/15
022600*    0000-MAINLINE                                                26/10/15
022700                                                                  26/10/15
022800 0000-MAINLINE.                                                   26/10/15
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       26/10/15
023000     PERFORM 2000-LOAD-RESULT THRU 2000-EXIT                      26/10/15
023100         UNTIL NO-MORE-RESULTS                                    26/10/15
023200     PERFORM 8000-TERMINATE THRU 8000-EXIT                        26/10/15
023300     STOP RUN                                                     26/10/15
023400     .                                                            26/10/15
023500                                                                  26/10/15
023600 1000-INITIALIZE.                                                 26/10/15
023700     MOVE "CALCHIST" TO RC-PROGRAM-NAME                           26/10/15
023800     PERFORM 1141-GET-RUN-CONTROL THRU 1141-EXIT                  26/10/15
023900     IF RUN-MUST-NOT-START                                        26/10/15
024000         PERFORM 1145-REFUSE-TO-START THRU 1145-EXIT              26/10/15
024100     .                                                            26/10/15
024200     MOVE "S" TO RC-LOG-STATUS                                    26/10/15
024300     MOVE ZERO TO RC-LOG-READ                                     26/10/15
024400                  RC-LOG-WRITTEN                                  26/10/15
024500                  RC-LOG-ERRORS                                   26/10/15
024600     PERFORM 1147-WRITE-RUN-LOG THRU 1147-EXIT                    26/10/15
024700     ACCEPT WS-DAILY-DAYS                                         26/10/15
024800     IF WS-DAILY-DAYS NOT NUMERIC OR WS-DAILY-DAYS = ZERO         26/10/15
024900         MOVE 45 TO WS-DAILY-DAYS                                 26/10/15
025000     .                                                            26/10/15
025100     ACCEPT WS-MONTH-END-DAYS                                     26/10/15
025200     IF WS-MONTH-END-DAYS NOT NUMERIC OR WS-MONTH-END-DAYS = ZERO 26/10/15
025300         MOVE 400 TO WS-MONTH-END-DAYS                            26/10/15
025400     .                                                            26/10/15
025500     IF WS-MONTH-END-DAYS < WS-DAILY-DAYS                         26/10/15
025600         MOVE WS-DAILY-DAYS TO WS-MONTH-END-DAYS                  26/10/15
025700     .                                                            26/10/15
025800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD                      26/10/15
025900     MOVE WS-AS-OF-DATE TO WS-DATE-WORK                           26/10/15
026000     PERFORM 7000-PREVIOUS-DAY THRU 7000-EXIT                     26/10/15
026100         WS-DAILY-DAYS TIMES                                      26/10/15
026200     MOVE WS-DATE-WORK TO WS-DAILY-CUTOFF                         26/10/15
026300     MOVE WS-AS-OF-DATE TO WS-DATE-WORK                           26/10/15
026400     PERFORM 7000-PREVIOUS-DAY THRU 7000-EXIT                     26/10/15
026500         WS-MONTH-END-DAYS TIMES                                  26/10/15
026600     MOVE WS-DATE-WORK TO WS-MONTH-END-CUTOFF                     26/10/15
026700     OPEN INPUT  FORMULA-LIBRARY                                  26/10/15
026800     OPEN INPUT  RESULTS-MASTER                                   26/10/15
026900     OPEN I-O    HISTORY-FILE                                     26/10/15
027000     OPEN OUTPUT HISTORY-REPORT                                   26/10/15
027100     WRITE REPORT-LINE FROM WS-HEADING-LINE                       26/10/15
027200     MOVE WS-AS-OF-DATE       TO WS-DTL-AS-OF                     26/10/15
027300     MOVE WS-DAILY-CUTOFF     TO WS-DTL-DAILY                     26/10/15
027400     MOVE WS-MONTH-END-CUTOFF TO WS-DTL-MONTH-END                 26/10/15
027500     WRITE REPORT-LINE FROM WS-DATE-LINE                          26/10/15
027600     PERFORM 1150-GET-EFFECTIVE-FORMULA THRU 1150-EXIT            26/10/15
027700     PERFORM 1200-LOAD-VERSION THRU 1200-EXIT                     26/10/15
027800         UNTIL NOT FORMULA-DELIVERED                              26/10/15
027900     CLOSE FORMULA-LIBRARY                                        26/10/15
028000     PERFORM 1300-PURGE-HISTORY THRU 1300-EXIT                    26/10/15
028100     PERFORM 1100-READ-RESULT THRU 1100-EXIT                      26/10/15
028200     .                                                            26/10/15
028300 1000-EXIT.                                                       26/10/15
028400     EXIT.                                                        26/10/15
028500                                                                  26/10/15
028600*-----------------------------------------------------------------26/10/15
028700*  A MISSING OR INVALID RUN CONTROL, OR A BUSINESS DATE THAT      26/10/15
028800*  ALREADY COMPLETED WITHOUT THE RERUN FLAG, STOPS THE RUN        26/10/15
028900*  BEFORE ANY FILE IS TOUCHED.                                    26/10/15
029000*-----------------------------------------------------------------26/10/15
029100 1145-REFUSE-TO-START.                                            26/10/15
029200     OPEN OUTPUT HISTORY-REPORT                                   26/10/15
029300     MOVE "RUN REFUSED - NO RUN CONTROL OR DATE ALREADY RUN"      26/10/15
029400         TO REPORT-LINE                                           26/10/15
029500     WRITE REPORT-LINE                                            26/10/15
029600     CLOSE HISTORY-REPORT                                         26/10/15
029700     STOP RUN                                                     26/10/15
029800     .                                                            26/10/15
029900 1145-EXIT.                                                       26/10/15
030000     EXIT.                                                        26/10/15
030100                                                                  26/10/15
030200 1100-READ-RESULT.                                                26/10/15
030300     READ RESULTS-MASTER                                          26/10/15
030400         AT END                                                   26/10/15
030500             MOVE "Y" TO WS-RESULT-EOF-SWITCH                     26/10/15
030600             GO TO 1100-EXIT                                      26/10/15
030700     .                                                            26/10/15
030800     ADD 1 TO WS-TOTAL-READ                                       26/10/15
030900     .                                                            26/10/15
031000 1100-EXIT.                                                       26/10/15
031100     EXIT.                                                        26/10/15
031200                                                                  26/10/15
031300 1200-LOAD-VERSION.                                               26/10/15
031400     IF WS-VERSION-COUNT = WS-VERSION-MAX                         26/10/15
031500         MOVE "VERSION TABLE FULL - REMAINDER SKIPPED"            26/10/15
031600             TO REPORT-LINE                                       26/10/15
031700         WRITE REPORT-LINE                                        26/10/15
031800         MOVE SPACE TO WS-DELIVERED-SWITCH                        26/10/15
031900         GO TO 1200-EXIT                                          26/10/15
032000     .                                                            26/10/15
032100     ADD 1 TO WS-VERSION-COUNT                                    26/10/15
032200     MOVE FL-FORMULA-ID  TO WS-VERSION-ID (WS-VERSION-COUNT)      26/10/15
032300     MOVE FL-VERSION-NBR TO WS-VERSION-NBR (WS-VERSION-COUNT)     26/10/15
032400     PERFORM 1150-GET-EFFECTIVE-FORMULA THRU 1150-EXIT            26/10/15
032500     .                                                            26/10/15
032600 1200-EXIT.                                                       26/10/15
032700     EXIT.                                                        26/10/15
032800                                                                  26/10/15
032900*-----------------------------------------------------------------26/10/15
033000*  RETENTION PASS.  EVERY HISTORY ENTRY FOR THE AS-OF DATE IS     26/10/15
033100*  DELETED (A RERUN REPLACES IT), AS IS EVERY ENTRY OLDER THAN    26/10/15
033200*  ITS CUTOFF - THE MONTH-END CUTOFF FOR A MONTH-END DATE, THE    26/10/15
033300*  DAILY CUTOFF FOR ANY OTHER.                                    26/10/15
033400*-----------------------------------------------------------------26/10/15
033500 1300-PURGE-HISTORY.                                              26/10/15
033600     MOVE SPACE TO WS-HIST-EOF-SWITCH                             26/10/15
033700     MOVE LOW-VALUES TO HS-HISTORY-KEY                            26/10/15
033800     START HISTORY-FILE KEY NOT < HS-HISTORY-KEY                  26/10/15
033900         INVALID KEY                                              26/10/15
034000             MOVE "Y" TO WS-HIST-EOF-SWITCH                       26/10/15
034100     .                                                            26/10/15
034200     PERFORM 1350-PURGE-ONE-ENTRY THRU 1350-EXIT                  26/10/15
034300         UNTIL NO-MORE-HISTORY                                    26/10/15
034400     .                                                            26/10/15
034500 1300-EXIT.                                                       26/10/15
034600     EXIT.                                                        26/10/15
034700                                                                  26/10/15
034800 1350-PURGE-ONE-ENTRY.                                            26/10/15
034900     READ HISTORY-FILE NEXT                                       26/10/15
035000         AT END                                                   26/10/15
035100             MOVE "Y" TO WS-HIST-EOF-SWITCH                       26/10/15
035200             GO TO 1350-EXIT                                      26/10/15
035300     .                                                            26/10/15
035400     IF HS-AS-OF-DATE = WS-AS-OF-DATE                             26/10/15
035500         DELETE HISTORY-FILE                                      26/10/15
035600         ADD 1 TO WS-TOTAL-REPLACED                               26/10/15
035700         GO TO 1350-EXIT                                          26/10/15
035800     .                                                            26/10/15
035900     MOVE HS-AS-OF-DATE TO WS-DATE-WORK                           26/10/15
036000     PERFORM 7200-CHECK-MONTH-END THRU 7200-EXIT                  26/10/15
036100     IF DATE-IS-MONTH-END                                         26/10/15
036200         MOVE WS-MONTH-END-CUTOFF TO WS-ENTRY-CUTOFF              26/10/15
036300     ELSE                                                         26/10/15
036400         MOVE WS-DAILY-CUTOFF     TO WS-ENTRY-CUTOFF              26/10/15
036500     .                                                            26/10/15
036600     IF HS-AS-OF-DATE < WS-ENTRY-CUTOFF                           26/10/15
036700         DELETE HISTORY-FILE                                      26/10/15
036800         ADD 1 TO WS-TOTAL-PURGED                                 26/10/15
036900         GO TO 1350-EXIT                                          26/10/15
037000     .                                                            26/10/15
037100     ADD 1 TO WS-TOTAL-KEPT                                       26/10/15
037200     .                                                            26/10/15
037300 1350-EXIT.                                                       26/10/15
037400     EXIT.                                                        26/10/15
037500                                                                  26/10/15
037600*-----------------------------------------------------------------26/10/15
037700*  ONE RESULTS MASTER RECORD BECOMES ONE HISTORY ENTRY.  A        26/10/15
037800*  FORMULA WITH NO VERSION IN EFFECT, OR A DUPLICATE KEY ON       26/10/15
037900*  THE RESULTS MASTER, IS REPORTED AND NOT LOADED.                26/10/15
038000*-----------------------------------------------------------------26/10/15
038100 2000-LOAD-RESULT.                                                26/10/15
038200     MOVE ZERO TO WS-FOUND-VERSION                                26/10/15
038300     PERFORM 2050-SCAN-VERSION-TABLE THRU 2050-EXIT               26/10/15
038400         VARYING WS-VERSION-INDEX FROM 1 BY 1                     26/10/15
038500             UNTIL WS-VERSION-INDEX > WS-VERSION-COUNT            26/10/15
038600                OR WS-FOUND-VERSION > ZERO                        26/10/15
038700     IF WS-FOUND-VERSION = ZERO                                   26/10/15
038800         MOVE "NO VERSION IN EFFECT FOR AS-OF DATE"               26/10/15
038900             TO WS-DET-DISPOSITION                                26/10/15
039000         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT                 26/10/15
039100         GO TO 2000-NEXT                                          26/10/15
039200     .                                                            26/10/15
039300     MOVE RM-FORMULA-ID    TO HS-FORMULA-ID                       26/10/15
039400     MOVE RM-INPUT-KEY     TO HS-INPUT-KEY                        26/10/15
039500     MOVE WS-AS-OF-DATE    TO HS-AS-OF-DATE                       26/10/15
039600     MOVE WS-FOUND-VERSION TO HS-VERSION-NBR                      26/10/15
039700     MOVE RM-RESULT        TO HS-RESULT                           26/10/15
039800     MOVE RM-FEEDBACK      TO HS-FEEDBACK                         26/10/15
039900     MOVE WS-TODAY-DATE    TO HS-LOAD-DATE                        26/10/15
040000     WRITE HISTORY-RECORD                                         26/10/15
040100         INVALID KEY                                              26/10/15
040200             MOVE "DUPLICATE RESULT - NOT LOADED"                 26/10/15
040300                 TO WS-DET-DISPOSITION                            26/10/15
040400             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT             26/10/15
040500             GO TO 2000-NEXT                                      26/10/15
040600     .                                                            26/10/15
040700     ADD 1 TO WS-TOTAL-WRITTEN                                    26/10/15
040800     .                                                            26/10/15
040900 2000-NEXT.                                                       26/10/15
041000     PERFORM 1100-READ-RESULT THRU 1100-EXIT                      26/10/15
041100     .                                                            26/10/15
041200 2000-EXIT.                                                       26/10/15
041300     EXIT.                                                        26/10/15
041400                                                                  26/10/15
041500 2050-SCAN-VERSION-TABLE.                                         26/10/15
041600     IF WS-VERSION-ID (WS-VERSION-INDEX) = RM-FORMULA-ID          26/10/15
041700         MOVE WS-VERSION-NBR (WS-VERSION-INDEX)                   26/10/15
041800             TO WS-FOUND-VERSION                                  26/10/15
041900     .                                                            26/10/15
042000 2050-EXIT.                                                       26/10/15
042100     EXIT.                                                        26/10/15
042200                                                                  26/10/15
042300*-----------------------------------------------------------------26/10/15
042400*  THE CALLER HAS ALREADY PLACED THE DISPOSITION IN THE DETAIL    26/10/15
042500*  LINE.                                                          26/10/15
042600*-----------------------------------------------------------------26/10/15
042700 2900-REPORT-ERROR.                                               26/10/15
042800     ADD 1 TO WS-TOTAL-ERRORS                                     26/10/15
042900     MOVE RM-FORMULA-ID TO WS-DET-FORMULA-ID                      26/10/15
043000     MOVE RM-INPUT-KEY  TO WS-DET-INPUT-KEY                       26/10/15
043100     WRITE REPORT-LINE FROM WS-DETAIL-LINE                        26/10/15
043200     MOVE SPACE TO WS-DETAIL-LINE                                 26/10/15
043300     .                                                            26/10/15
043400 2900-EXIT.                                                       26/10/15
043500     EXIT.                                                        26/10/15
043600                                                                  26/10/15
043700*-----------------------------------------------------------------26/10/15
043800*  STEP WS-DATE-WORK BACK ONE CALENDAR DAY.  FEBRUARY GETS ITS    26/10/15
043900*  LEAP DAY IN YEARS DIVISIBLE BY FOUR EXCEPT CENTURIES NOT       26/10/15
044000*  DIVISIBLE BY FOUR HUNDRED.                                     26/10/15
044100*-----------------------------------------------------------------26/10/15
044200 7000-PREVIOUS-DAY.                                               26/10/15
044300     IF WS-DATE-DAY > 1                                           26/10/15
044400         SUBTRACT 1 FROM WS-DATE-DAY                              26/10/15
044500         GO TO 7000-EXIT                                          26/10/15
044600     .                                                            26/10/15
044700     IF WS-DATE-MONTH > 1                                         26/10/15
044800         SUBTRACT 1 FROM WS-DATE-MONTH                            26/10/15
044900     ELSE                                                         26/10/15
045000         MOVE 12 TO WS-DATE-MONTH                                 26/10/15
045100         SUBTRACT 1 FROM WS-DATE-YEAR                             26/10/15
045200     .                                                            26/10/15
045300     MOVE WS-MONTH-LENGTH (WS-DATE-MONTH) TO WS-MONTH-END         26/10/15
045400     IF WS-DATE-MONTH = 2                                         26/10/15
045500         PERFORM 7100-CHECK-LEAP-YEAR THRU 7100-EXIT              26/10/15
045600     .                                                            26/10/15
045700     MOVE WS-MONTH-END TO WS-DATE-DAY                             26/10/15
045800     .                                                            26/10/15
045900 7000-EXIT.                                                       26/10/15
046000     EXIT.                                                        26/10/15
046100                                                                  26/10/15
046200 7100-CHECK-LEAP-YEAR.                                            26/10/15
046300     DIVIDE WS-DATE-YEAR BY 4                                     26/10/15
046400         GIVING WS-LEAP-QUOTIENT                                  26/10/15
046500         REMAINDER WS-LEAP-REMAINDER                              26/10/15
046600     IF WS-LEAP-REMAINDER NOT = ZERO                              26/10/15
046700         GO TO 7100-EXIT                                          26/10/15
046800     .                                                            26/10/15
046900     DIVIDE WS-DATE-YEAR BY 100                                   26/10/15
047000         GIVING WS-LEAP-QUOTIENT                                  26/10/15
047100         REMAINDER WS-LEAP-REMAINDER                              26/10/15
047200     IF WS-LEAP-REMAINDER NOT = ZERO                              26/10/15
047300         MOVE 29 TO WS-MONTH-END                                  26/10/15
047400         GO TO 7100-EXIT                                          26/10/15
047500     .                                                            26/10/15
047600     DIVIDE WS-DATE-YEAR BY 400                                   26/10/15
047700         GIVING WS-LEAP-QUOTIENT                                  26/10/15
047800         REMAINDER WS-LEAP-REMAINDER                              26/10/15
047900     IF WS-LEAP-REMAINDER = ZERO                                  26/10/15
048000         MOVE 29 TO WS-MONTH-END                                  26/10/15
048100     .                                                            26/10/15
048200 7100-EXIT.                                                       26/10/15
048300     EXIT.                                                        26/10/15
048400                                                                  26/10/15
048500*-----------------------------------------------------------------26/10/15
048600*  WS-DATE-WORK IS A MONTH-END DATE WHEN ITS DAY IS THE LAST      26/10/15
048700*  DAY OF ITS MONTH.                                              26/10/15
048800*-----------------------------------------------------------------26/10/15
048900 7200-CHECK-MONTH-END.                                            26/10/15
049000     MOVE SPACE TO WS-MONTH-END-SWITCH                            26/10/15
049100     IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12                   26/10/15
049200         GO TO 7200-EXIT                                          26/10/15
049300     .                                                            26/10/15
049400     MOVE WS-MONTH-LENGTH (WS-DATE-MONTH) TO WS-MONTH-END         26/10/15
049500     IF WS-DATE-MONTH = 2                                         26/10/15
049600         PERFORM 7100-CHECK-LEAP-YEAR THRU 7100-EXIT              26/10/15
049700     .                                                            26/10/15
049800     IF WS-DATE-DAY = WS-MONTH-END                                26/10/15
049900         MOVE "Y" TO WS-MONTH-END-SWITCH                          26/10/15
050000     .                                                            26/10/15
050100 7200-EXIT.                                                       26/10/15
050200     EXIT.                                                        26/10/15
050300                                                                  26/10/15
050400 8000-TERMINATE.                                                  26/10/15
050500     MOVE WS-TOTAL-READ     TO WS-SUM-READ                        26/10/15
050600     MOVE WS-TOTAL-WRITTEN  TO WS-SUM-WRITTEN                     26/10/15
050700     MOVE WS-TOTAL-ERRORS   TO WS-SUM-ERRORS                      26/10/15
050800     MOVE WS-TOTAL-REPLACED TO WS-SUM-REPLACED                    26/10/15
050900     MOVE WS-TOTAL-PURGED   TO WS-SUM-PURGED                      26/10/15
051000     MOVE WS-TOTAL-KEPT     TO WS-SUM-KEPT                        26/10/15
051100     WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       26/10/15
051200     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2                     26/10/15
051300     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3                     26/10/15
051400     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4                     26/10/15
051500     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5                     26/10/15
051600     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-6                     26/10/15
051700     MOVE "C" TO RC-LOG-STATUS                                    26/10/15
051800     MOVE WS-TOTAL-READ    TO RC-LOG-READ                         26/10/15
051900     MOVE WS-TOTAL-WRITTEN TO RC-LOG-WRITTEN                      26/10/15
052000     MOVE WS-TOTAL-ERRORS  TO RC-LOG-ERRORS                       26/10/15
052100     PERFORM 1147-WRITE-RUN-LOG THRU 1147-EXIT                    26/10/15
052200     CLOSE RESULTS-MASTER                                         26/10/15
052300     CLOSE HISTORY-FILE                                           26/10/15
052400     CLOSE HISTORY-REPORT                                         26/10/15
052500     .                                                            26/10/15
052600 8000-EXIT.                                                       26/10/15
052700     EXIT.                                                        26/10/15
052800                                                                  26/10/15
052900*DIALOG-FREE VERSION SELECTION PARAGRAPHS.                        26/10/15
053000 COPY FORMSEL.                                                    26/10/15
053100                                                                  26/10/15
053200*RUN CONTROL AND RUN LOG PARAGRAPHS.                              26/10/15
053300 COPY RUNCTL.                                                     26/10/15
