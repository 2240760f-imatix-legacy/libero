000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    CALCMRGE.                                         26/10/15
000300                                                                  26/10/15
000400 AUTHOR.        J ANDERSON.                                       26/10/15
000500 DATE-WRITTEN.  26/10/15                                          26/10/15
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/10/15
000800*-----------------------------------------------------------------26/10/15
000900*  CALCMRGE - MERGE OF A PARTITIONED EVALUATION RUN               26/10/15
001000*                                                                 26/10/15
001100*  A LONG NIGHT'S EVALUATION MAY BE RUN AS SEVERAL COPIES OF      26/10/15
001200*  CALCEXEC AT ONCE, EACH OVER ITS OWN INPUT KEY RANGE AND        26/10/15
001300*  EACH WRITING ITS OWN RESULTS MASTER (SEE RUNCREC.CPY).         26/10/15
001400*  THIS STEP RUNS AFTER THE LAST PARTITION AND COMBINES THEIR     26/10/15
001500*  RESULTS MASTERS, READ AS CALCRP01, CALCRP02 ... IN             26/10/15
001600*  PARTITION ORDER, INTO THE ONE CALCRSLT THAT CALCGLEX AND       26/10/15
001700*  CALCSUM READ.  PARTITIONS ARE NUMBERED IN KEY ORDER, SO THE    26/10/15
001800*  MERGED FILE IS IN INPUT KEY ORDER AS A SINGLE RUN'S IS.        26/10/15
001900*                                                                 26/10/15
002000*  NOTHING IS WRITTEN UNTIL THE PARTITIONS HAVE BEEN PROVED:      26/10/15
002100*                                                                 26/10/15
002200*      - EVERY PARTITION 1 TO THE PARTITION COUNT ON THE RUN      26/10/15
002300*        CONTROL RECORD HAS COMPLETED FOR THE AS-OF DATE - ITS    26/10/15
002400*        LAST RUN-LOG RECORD (CALCEX01, CALCEX02 ...) IS A        26/10/15
002500*        COMPLETION, NOT A START LEFT BY AN ABENDED OR RUNNING    26/10/15
002600*        COPY;                                                    26/10/15
002700*      - EVERY INPUT KEY ON CALCVARS INSIDE THE RUN CONTROL KEY   26/10/15
002800*        RANGE HAS RESULTS, IN ONE PARTITION ONLY, AND AS MANY    26/10/15
002900*        OF THEM AS THERE ARE FORMULAS IN EFFECT;                 26/10/15
003000*      - NO PARTITION HOLDS RESULTS FOR A KEY THAT IS NOT ON      26/10/15
003100*        THE INPUT, OR OUT OF KEY ORDER.                          26/10/15
003200*                                                                 26/10/15
003300*  ANY EXCEPTION IS LISTED AND THE MERGE IS REFUSED: CALCRSLT IS  26/10/15
003400*  NOT WRITTEN AND THE RUN LOG RECORDS STATUS F.  OTHERWISE THE   26/10/15
003500*  PARTITIONS ARE COPIED TO CALCRSLT AND A COMPLETED CHECKPOINT   26/10/15
003600*  (CALCCKPT) IS WRITTEN WITH THE KEYS AND RESULTS OF THE WHOLE   26/10/15
003700*  RUN, SO CALCBAL BALANCES THE MERGED RUN AS IT DOES A SINGLE    26/10/15
003800*  ONE.  THE REPORT (CALCMGRP) SHOWS EACH PARTITION'S RUN-LOG     26/10/15
003900*  STATUS, FIRST AND LAST KEY, KEYS AND RESULTS.                  26/10/15
004000*                                                                 26/10/15
004100*  THE RUN CONTROL RECORD FOR THIS STEP CARRIES PARTITION         26/10/15
004200*  NUMBER ZERO, THE PARTITION COUNT AND THE WHOLE RUN'S FORMULA   26/10/15
004300*  AND INPUT KEY RANGES.                                          26/10/15
004400*-----------------------------------------------------------------26/10/15
004500                                                                  26/10/15
004600 ENVIRONMENT DIVISION.                                            26/10/15
004700                                                                  26/10/15
004800 CONFIGURATION SECTION.                                           26/10/15
004900 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
005000 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
005100                                                                  26/10/15
005200 INPUT-OUTPUT SECTION.                                            26/10/15
005300 FILE-CONTROL.                                                    26/10/15
005400     SELECT FORMULA-LIBRARY                                       26/10/15
005500         ASSIGN TO "FORMLIB"                                      26/10/15
005600         ORGANIZATION IS INDEXED                                  26/10/15
005700         ACCESS MODE IS SEQUENTIAL                                26/10/15
005800         RECORD KEY IS FL-FORMULA-KEY.                            26/10/15
005900     SELECT VARIABLE-INPUT                                        26/10/15
006000         ASSIGN TO "CALCVARS"                                     26/10/15
006100         ORGANIZATION IS SEQUENTIAL.                              26/10/15
006200     SELECT OPTIONAL PARTITION-RESULTS-1                          26/10/15
006300         ASSIGN TO "CALCRP01"                                     26/10/15
006400         ORGANIZATION IS SEQUENTIAL.                              26/10/15
006500     SELECT OPTIONAL PARTITION-RESULTS-2                          26/10/15
006600         ASSIGN TO "CALCRP02"                                     26/10/15
006700         ORGANIZATION IS SEQUENTIAL.                              26/10/15
006800     SELECT OPTIONAL PARTITION-RESULTS-3                          26/10/15
006900         ASSIGN TO "CALCRP03"                                     26/10/15
007000         ORGANIZATION IS SEQUENTIAL.                              26/10/15
007100     SELECT OPTIONAL PARTITION-RESULTS-4                          26/10/15
007200         ASSIGN TO "CALCRP04"                                     26/10/15
007300         ORGANIZATION IS SEQUENTIAL.                              26/10/15
007400     SELECT OPTIONAL PARTITION-RESULTS-5                          26/10/15
007500         ASSIGN TO "CALCRP05"                                     26/10/15
007600         ORGANIZATION IS SEQUENTIAL.                              26/10/15
007700     SELECT OPTIONAL PARTITION-RESULTS-6                          26/10/15
007800         ASSIGN TO "CALCRP06"                                     26/10/15
007900         ORGANIZATION IS SEQUENTIAL.                              26/10/15
008000     SELECT OPTIONAL PARTITION-RESULTS-7                          26/10/15
008100         ASSIGN TO "CALCRP07"                                     26/10/15
008200         ORGANIZATION IS SEQUENTIAL.                              26/10/15
008300     SELECT OPTIONAL PARTITION-RESULTS-8                          26/10/15
008400         ASSIGN TO "CALCRP08"                                     26/10/15
008500         ORGANIZATION IS SEQUENTIAL.                              26/10/15
008600     SELECT RESULTS-MASTER                                        26/10/15
008700         ASSIGN TO "CALCRSLT"                                     26/10/15
008800         ORGANIZATION IS SEQUENTIAL.                              26/10/15
008900     SELECT CHECKPOINT-FILE                                       26/10/15
009000         ASSIGN TO "CALCCKPT"                                     26/10/15
009100         ORGANIZATION IS SEQUENTIAL.                              26/10/15
009200     SELECT MERGE-REPORT                                          26/10/15
009300         ASSIGN TO "CALCMGRP"                                     26/10/15
009400         ORGANIZATION IS SEQUENTIAL.                              26/10/15
009500     SELECT OPTIONAL RUN-CONTROL-FILE                             26/10/15
009600         ASSIGN TO "CALCRCTL"                                     26/10/15
009700         ORGANIZATION IS SEQUENTIAL.                              26/10/15
009800     SELECT OPTIONAL RUN-LOG-FILE                                 26/10/15
009900         ASSIGN TO "CALCRLOG"                                     26/10/15
010000         ORGANIZATION IS SEQUENTIAL.                              26/10/15
010100                                                                  26/10/15
010200 DATA DIVISION.                                                   26/10/15
010300                                                                  26/10/15
010400 FILE SECTION.                                                    26/10/15
010500 FD  FORMULA-LIBRARY                                              26/10/15
010600     LABEL RECORDS ARE STANDARD.                                  26/10/15
010700 COPY FORMREC.                                                    26/10/15
010800                                                                  26/10/15
010900 FD  VARIABLE-INPUT                                               26/10/15
011000     LABEL RECORDS ARE STANDARD.                                  26/10/15
011100 01  VARIABLE-RECORD.                                             26/10/15
011200     02  CV-INPUT-KEY            PIC X(16).                       26/10/15
011300     02  FILLER                  PIC X(180).                      26/10/15
011400                                                                  26/10/15
011500*-----------------------------------------------------------------26/10/15
011600*  THE PARTITION RESULTS MASTERS, EACH AS CALCEXEC WRITES IT.     26/10/15
011700*  THEY ARE READ INTO WS-RESULT-IN.                               26/10/15
011800*-----------------------------------------------------------------26/10/15
011900 FD  PARTITION-RESULTS-1                                          26/10/15
012000     LABEL RECORDS ARE STANDARD.                                  26/10/15
012100 01  PARTITION-RECORD-1          PIC X(54).                       26/10/15
012200                                                                  26/10/15
012300 FD  PARTITION-RESULTS-2                                          26/10/15
012400     LABEL RECORDS ARE STANDARD.                                  26/10/15
012500 01  PARTITION-RECORD-2          PIC X(54).                       26/10/15
012600                                                                  26/10/15
012700 FD  PARTITION-RESULTS-3                                          26/10/15
012800     LABEL RECORDS ARE STANDARD.                                  26/10/15
012900 01  PARTITION-RECORD-3          PIC X(54).                       26/10/15
013000                                                                  26/10/15
013100 FD  PARTITION-RESULTS-4                                          26/10/15
013200     LABEL RECORDS ARE STANDARD.                                  26/10/15
013300 01  PARTITION-RECORD-4          PIC X(54).                       26/10/15
013400                                                                  26/10/15
013500 FD  PARTITION-RESULTS-5                                          26/10/15
013600     LABEL RECORDS ARE STANDARD.                                  26/10/15
013700 01  PARTITION-RECORD-5          PIC X(54).                       26/10/15
013800                                                                  26/10/15
013900 FD  PARTITION-RESULTS-6                                          26/10/15
014000     LABEL RECORDS ARE STANDARD.                                  26/10/15
014100 01  PARTITION-RECORD-6          PIC X(54).                       26/10/15
014200                                                                  26/10/15
014300 FD  PARTITION-RESULTS-7                                          26/10/15
014400     LABEL RECORDS ARE STANDARD.                                  26/10/15
014500 01  PARTITION-RECORD-7          PIC X(54).                       26/10/15
014600                                                                  26/10/15
014700 FD  PARTITION-RESULTS-8                                          26/10/15
014800     LABEL RECORDS ARE STANDARD.                                  26/10/15
014900 01  PARTITION-RECORD-8          PIC X(54).                       26/10/15
015000                                                                  26/10/15
015100 FD  RESULTS-MASTER                                               26/10/15
015200     LABEL RECORDS ARE STANDARD.                                  26/10/15
015300 01  RESULT-RECORD.                                               26/10/15
015400     02  RM-FORMULA-ID           PIC X(8).                        26/10/15
015500     02  RM-INPUT-KEY            PIC X(16).                       26/10/15
015600     02  RM-RESULT               PIC S9(9)V9(9).                  26/10/15
015700     02  RM-FEEDBACK             PIC X(12).                       26/10/15
015800                                                                  26/10/15
015900 FD  CHECKPOINT-FILE                                              26/10/15
016000     LABEL RECORDS ARE STANDARD.                                  26/10/15
016100 01  CHECKPOINT-RECORD.                                           26/10/15
016200     02  CK-RUN-STATUS           PIC X.                           26/10/15
016300         88  CK-RUN-IN-PROGRESS             VALUE "A".            26/10/15
016400         88  CK-RUN-COMPLETE                VALUE "C".            26/10/15
016500     02  CK-LAST-INPUT-KEY       PIC X(16).                       26/10/15
016600     02  CK-INPUT-COUNT          PIC 9(7).                        26/10/15
016700     02  CK-RESULT-COUNT         PIC 9(7).                        26/10/15
016800                                                                  26/10/15
016900 FD  MERGE-REPORT                                                 26/10/15
017000     LABEL RECORDS ARE STANDARD.                                  26/10/15
017100 01  REPORT-LINE                 PIC X(132).                      26/10/15
017200                                                                  26/10/15
017300 FD  RUN-CONTROL-FILE                                             26/10/15
017400     LABEL RECORDS ARE STANDARD.                                  26/10/15
017500 COPY RUNCREC.                                                    26/10/15
017600                                                                  26/10/15
017700 FD  RUN-LOG-FILE                                                 26/10/15
017800     LABEL RECORDS ARE STANDARD.                                  26/10/15
017900 COPY RUNLREC.                                                    26/10/15
018000                                                                  26/10/15
018100 WORKING-STORAGE SECTION.                                         26/10/15
018200                                                                  26/10/15
018300*-----------------------------------------------------------------26/10/15
018400*  SWITCHES AND COUNTERS.                                         26/10/15
018500*-----------------------------------------------------------------26/10/15
018600 01  WS-SWITCHES.                                                 26/10/15
018700     02  WS-INPUT-EOF-SWITCH      PIC X      VALUE SPACE.         26/10/15
018800         88  NO-MORE-INPUT                   VALUE "Y".           26/10/15
018900     02  WS-KEY-SWITCH            PIC X      VALUE SPACE.         26/10/15
019000         88  INPUT-KEY-IN-HAND               VALUE "Y".           26/10/15
019100     02  WS-RESULT-EOF-SWITCH     PIC X      VALUE SPACE.         26/10/15
019200         88  NO-MORE-RESULTS                 VALUE "Y".           26/10/15
019300     02  WS-IN-HAND-SWITCH        PIC X      VALUE SPACE.         26/10/15
019400         88  RESULT-IN-HAND                  VALUE "Y".           26/10/15
019500     02  WS-PTN-OPEN-SWITCH       PIC X      VALUE SPACE.         26/10/15
019600         88  PARTITION-IS-OPEN               VALUE "Y".           26/10/15
019700     02  WS-PTN-END-SWITCH        PIC X      VALUE SPACE.         26/10/15
019800         88  PARTITION-AT-END                VALUE "Y".           26/10/15
019900     02  WS-SPLIT-SWITCH          PIC X      VALUE SPACE.         26/10/15
020000         88  KEY-IS-SPLIT                    VALUE "Y".           26/10/15
020100                                                                  26/10/15
020200 COPY FORMSELW.                                                   26/10/15
020300 COPY RUNCTLW.                                                    26/10/15
020400                                                                  26/10/15
020500 01  WS-COUNTERS.                                                 26/10/15
020600     02  WS-PARTITION-COUNT       PIC S9(4)  COMP VALUE ZERO.     26/10/15
020700     02  WS-PTN-INDEX             PIC S9(4)  COMP VALUE ZERO.     26/10/15
020800     02  WS-IN-PARTITION          PIC S9(4)  COMP VALUE ZERO.     26/10/15
020900     02  WS-GROUP-PARTITION       PIC S9(4)  COMP VALUE ZERO.     26/10/15
021000     02  WS-FORMULA-COUNT         PIC S9(4)  COMP VALUE ZERO.     26/10/15
021100     02  WS-FORMULA-MAX           PIC S9(4)  COMP VALUE 500.      26/10/15
021200     02  WS-EXCEPTION-MAX         PIC S9(4)  COMP VALUE 50.       26/10/15
021300     02  WS-INPUT-KEYS            PIC S9(7)  COMP VALUE ZERO.     26/10/15
021400     02  WS-KEY-GROUPS            PIC S9(7)  COMP VALUE ZERO.     26/10/15
021500     02  WS-KEYS-COVERED          PIC S9(7)  COMP VALUE ZERO.     26/10/15
021600     02  WS-GROUP-RESULTS         PIC S9(7)  COMP VALUE ZERO.     26/10/15
021700     02  WS-RESULTS-READ          PIC S9(7)  COMP VALUE ZERO.     26/10/15
021800     02  WS-RESULTS-MERGED        PIC S9(7)  COMP VALUE ZERO.     26/10/15
021900     02  WS-EXCEPTION-COUNT       PIC S9(7)  COMP VALUE ZERO.     26/10/15
022000                                                                  26/10/15
022100*-----------------------------------------------------------------26/10/15
022200*  KEYS IN HAND: THE NEXT INPUT KEY IN RANGE ON CALCVARS, THE     26/10/15
022300*  KEY WHOSE RESULTS ARE BEING COUNTED, AND THE HIGHEST KEY       26/10/15
022400*  COUNTED SO FAR.                                                26/10/15
022500*-----------------------------------------------------------------26/10/15
022600 01  WS-KEY-AREAS.                                                26/10/15
022700     02  WS-INPUT-KEY             PIC X(16)  VALUE SPACE.         26/10/15
022800     02  WS-GROUP-KEY             PIC X(16)  VALUE SPACE.         26/10/15
022900     02  WS-PRIOR-KEY             PIC X(16)  VALUE LOW-VALUES.    26/10/15
023000                                                                  26/10/15
023100*  A PARTITION'S RUN-LOG NAME - CALCEX AND ITS NUMBER.            26/10/15
023200 01  WS-LOG-PROGRAM.                                              26/10/15
023300     02  WS-LOG-PREFIX            PIC X(6).                       26/10/15
023400     02  WS-LOG-SUFFIX            PIC 9(2).                       26/10/15
023500                                                                  26/10/15
023600*  THE RESULT IN HAND, AS READ FROM ITS PARTITION.                26/10/15
023700 01  WS-RESULT-IN.                                                26/10/15
023800     02  WS-IN-FORMULA-ID         PIC X(8).                       26/10/15
023900     02  WS-IN-INPUT-KEY          PIC X(16).                      26/10/15
024000     02  FILLER                   PIC X(30).                      26/10/15
024100                                                                  26/10/15
024200*-----------------------------------------------------------------26/10/15
024300*  PARTITION TABLE - ONE ENTRY PER PARTITION: ITS LATEST RUN-LOG  26/10/15
024400*  STATUS FOR THE DATE AND WHAT ITS RESULTS MASTER HELD.          26/10/15
024500*-----------------------------------------------------------------26/10/15
024600 01  WS-PARTITION-TABLE.                                          26/10/15
024700     02  WS-PARTITION-ENTRY       OCCURS 8 TIMES.                 26/10/15
024800         03  WS-PTN-LOG-STATUS    PIC X.                          26/10/15
024900             88  PARTITION-RUN-COMPLETE      VALUE "C".           26/10/15
025000             88  PARTITION-NOT-RUN           VALUE SPACE.         26/10/15
025100         03  WS-PTN-FIRST-KEY     PIC X(16).                      26/10/15
025200         03  WS-PTN-LAST-KEY      PIC X(16).                      26/10/15
025300         03  WS-PTN-KEYS          PIC S9(7)  COMP.                26/10/15
025400         03  WS-PTN-RESULTS       PIC S9(7)  COMP.                26/10/15
025500                                                                  26/10/15
025600*-----------------------------------------------------------------26/10/15
025700*  REPORT LINE LAYOUTS.                                           26/10/15
025800*-----------------------------------------------------------------26/10/15
025900 01  WS-HEADING-LINE.                                             26/10/15
026000     02  FILLER                   PIC X(132)                      26/10/15
026100             VALUE "CALCPK PARTITIONED EVALUATION MERGE".         26/10/15
026200                                                                  26/10/15
026300 01  WS-DATE-LINE.                                                26/10/15
026400     02  FILLER                   PIC X(20)                       26/10/15
026500                      VALUE "AS-OF DATE        : ".               26/10/15
026600     02  WS-DTL-AS-OF             PIC 9(8).                       26/10/15
026700     02  FILLER                   PIC X(104) VALUE SPACE.         26/10/15
026800                                                                  26/10/15
026900 01  WS-PARTITION-COLUMNS.                                        26/10/15
027000     02  FILLER                   PIC X(15)                       26/10/15
027100                      VALUE "    PARTITION".                      26/10/15
027200     02  FILLER                   PIC X(13)  VALUE "RUN LOG".     26/10/15
027300     02  FILLER                   PIC X(19)  VALUE "FIRST KEY".   26/10/15
027400     02  FILLER                   PIC X(19)  VALUE "LAST KEY".    26/10/15
027500     02  FILLER                   PIC X(7)   VALUE "   KEYS".     26/10/15
027600     02  FILLER                   PIC X(12)                       26/10/15
027700                      VALUE "     RESULTS".                       26/10/15
027800     02  FILLER                   PIC X(47)  VALUE SPACE.         26/10/15
027900                                                                  26/10/15
028000 01  WS-PARTITION-LINE.                                           26/10/15
028100     02  FILLER                   PIC X(6)   VALUE SPACE.         26/10/15
028200     02  WS-PTL-NBR               PIC 9(2).                       26/10/15
028300     02  FILLER                   PIC X(7)   VALUE SPACE.         26/10/15
028400     02  WS-PTL-STATUS            PIC X(10).                      26/10/15
028500     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
028600     02  WS-PTL-FIRST-KEY         PIC X(16).                      26/10/15
028700     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
028800     02  WS-PTL-LAST-KEY          PIC X(16).                      26/10/15
028900     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
029000     02  WS-PTL-KEYS              PIC ZZZ,ZZ9.                    26/10/15
029100     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
029200     02  WS-PTL-RESULTS           PIC Z,ZZZ,ZZ9.                  26/10/15
029300     02  FILLER                   PIC X(47)  VALUE SPACE.         26/10/15
029400                                                                  26/10/15
029500 01  WS-EXCEPTION-COLUMNS.                                        26/10/15
029600     02  FILLER                   PIC X(46)                       26/10/15
029700                      VALUE "   EXCEPTION".                       26/10/15
029800     02  FILLER                   PIC X(19)  VALUE "INPUT KEY".   26/10/15
029900     02  FILLER                   PIC X(67)  VALUE "PARTITION".   26/10/15
030000                                                                  26/10/15
030100 01  WS-EXCEPTION-LINE.                                           26/10/15
030200     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
030300     02  WS-EXC-TEXT              PIC X(40).                      26/10/15
030400     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
030500     02  WS-EXC-KEY               PIC X(16).                      26/10/15
030600     02  FILLER                   PIC X(7)   VALUE SPACE.         26/10/15
030700     02  WS-EXC-PARTITION         PIC Z9.                         26/10/15
030800     02  FILLER                   PIC X(61)  VALUE SPACE.         26/10/15
030900                                                                  26/10/15
031000 01  WS-SUMMARY-LINE.                                             26/10/15
031100     02  FILLER                   PIC X(20)                       26/10/15
031200                      VALUE "PARTITIONS        : ".               26/10/15
031300     02  WS-SUM-PARTITIONS        PIC ZZZ,ZZ9.                    26/10/15
031400     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
031500                                                                  26/10/15
031600 01  WS-SUMMARY-LINE-2.                                           26/10/15
031700     02  FILLER                   PIC X(20)                       26/10/15
031800                      VALUE "FORMULAS IN EFFECT: ".               26/10/15
031900     02  WS-SUM-FORMULAS          PIC ZZZ,ZZ9.                    26/10/15
032000     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
032100                                                                  26/10/15
032200 01  WS-SUMMARY-LINE-3.                                           26/10/15
032300     02  FILLER                   PIC X(20)                       26/10/15
032400                      VALUE "INPUT KEYS        : ".               26/10/15
032500     02  WS-SUM-INPUT-KEYS        PIC ZZZ,ZZ9.                    26/10/15
032600     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
032700                                                                  26/10/15
032800 01  WS-SUMMARY-LINE-4.                                           26/10/15
032900     02  FILLER                   PIC X(20)                       26/10/15
033000                      VALUE "KEYS COVERED      : ".               26/10/15
033100     02  WS-SUM-COVERED           PIC ZZZ,ZZ9.                    26/10/15
033200     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
033300                                                                  26/10/15
033400 01  WS-SUMMARY-LINE-5.                                           26/10/15
033500     02  FILLER                   PIC X(20)                       26/10/15
033600                      VALUE "RESULTS READ      : ".               26/10/15
033700     02  WS-SUM-READ              PIC ZZZ,ZZ9.                    26/10/15
033800     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
033900                                                                  26/10/15
034000 01  WS-SUMMARY-LINE-6.                                           26/10/15
034100     02  FILLER                   PIC X(20)                       26/10/15
034200                      VALUE "RESULTS MERGED    : ".               26/10/15
034300     02  WS-SUM-MERGED            PIC ZZZ,ZZ9.                    26/10/15
034400     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
034500                                                                  26/10/15
034600 01  WS-SUMMARY-LINE-7.                                           26/10/15
034700     02  FILLER                   PIC X(20)                       26/10/15
034800                      VALUE "EXCEPTIONS        : ".               26/10/15
034900     02  WS-SUM-EXCEPTIONS        PIC ZZZ,ZZ9.                    26/10/15
035000     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
035100                                                                  26/10/15
035200 01  WS-OUTCOME-LINE.                                             26/10/15
035300     02  FILLER                   PIC X(20)                       26/10/15
035400                      VALUE "MERGE OUTCOME     : ".               26/10/15
035500     02  WS-OUT-TEXT              PIC X(40).                      26/10/15
035600     02  FILLER                   PIC X(72)  VALUE SPACE.         26/10/15
035700                                                                  26/10/15
035800 PROCEDURE DIVISION.                                              26/10/15
035900                                                                  26/10/15
036000*    0000-MAINLINE                                                26/10/15
036100                                                                  26/10/15
036200 0000-MAINLINE.                                                   26/10/15
036300     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       26/10/15
036400     PERFORM 2000-VERIFY-PARTITIONS THRU 2000-EXIT                26/10/15
036500     PERFORM 2700-REPORT-PARTITION THRU 2700-EXIT                 26/10/15
036600         VARYING WS-PTN-INDEX FROM 1 BY 1                         26/10/15
036700             UNTIL WS-PTN-INDEX > WS-PARTITION-COUNT              26/10/15
036800     IF WS-EXCEPTION-COUNT = ZERO                                 26/10/15
036900         PERFORM 3000-MERGE-PARTITIONS THRU 3000-EXIT             26/10/15
037000     .                                                            26/10/15
037100     PERFORM 8000-TERMINATE THRU 8000-EXIT                        26/10/15
037200     STOP RUN                                                     26/10/15
037300     .                                                            26/10/15
037400                                                                  26/10/15
037500*-----------------------------------------------------------------26/10/15
037600*  THE MERGE RUNS ON A RUN CONTROL RECORD OF ITS OWN: PARTITION   26/10/15
037700*  NUMBER ZERO AND A PARTITION COUNT FROM 1 TO THE MOST           26/10/15
037800*  CALCMRGE CAN READ.  THE FORMULAS IN EFFECT ARE COUNTED AS      26/10/15
037900*  CALCEXEC LOADS THEM, AND EACH PARTITION'S LATEST RUN-LOG       26/10/15
038000*  STATUS FOR THE DATE IS TAKEN.                                  26/10/15
038100*-----------------------------------------------------------------26/10/15
038200 1000-INITIALIZE.                                                 26/10/15
038300     MOVE "CALCMRGE" TO RC-PROGRAM-NAME                           26/10/15
038400     PERFORM 1141-GET-RUN-CONTROL THRU 1141-EXIT                  26/10/15
038500     IF RC-HOLD-PARTITION-NBR NOT = ZERO                          26/10/15
038600             OR RC-HOLD-PARTITION-COUNT = ZERO                    26/10/15
038700             OR RC-HOLD-PARTITION-COUNT > RC-PARTITION-MAX        26/10/15
038800         MOVE "Y" TO RC-STOP-SWITCH                               26/10/15
038900     .                                                            26/10/15
039000     IF RUN-MUST-NOT-START                                        26/10/15
039100         PERFORM 1145-REFUSE-TO-START THRU 1145-EXIT              26/10/15
039200     .                                                            26/10/15
039300     MOVE "S" TO RC-LOG-STATUS                                    26/10/15
039400     MOVE ZERO TO RC-LOG-READ                                     26/10/15
039500                  RC-LOG-WRITTEN                                  26/10/15
039600                  RC-LOG-ERRORS                                   26/10/15
039700     PERFORM 1147-WRITE-RUN-LOG THRU 1147-EXIT                    26/10/15
039800     MOVE RC-HOLD-PARTITION-COUNT TO WS-PARTITION-COUNT           26/10/15
039900     PERFORM 1050-CLEAR-PARTITION THRU 1050-EXIT                  26/10/15
040000         VARYING WS-PTN-INDEX FROM 1 BY 1                         26/10/15
040100             UNTIL WS-PTN-INDEX > RC-PARTITION-MAX                26/10/15
040200     OPEN OUTPUT MERGE-REPORT                                     26/10/15
040300     WRITE REPORT-LINE FROM WS-HEADING-LINE                       26/10/15
040400     MOVE WS-AS-OF-DATE TO WS-DTL-AS-OF                           26/10/15
040500     WRITE REPORT-LINE FROM WS-DATE-LINE                          26/10/15
040600     OPEN INPUT FORMULA-LIBRARY                                   26/10/15
040700     PERFORM 1150-GET-EFFECTIVE-FORMULA THRU 1150-EXIT            26/10/15
040800     PERFORM 1300-COUNT-FORMULA THRU 1300-EXIT                    26/10/15
040900         UNTIL NOT FORMULA-DELIVERED                              26/10/15
041000     CLOSE FORMULA-LIBRARY                                        26/10/15
041100     OPEN INPUT RUN-LOG-FILE                                      26/10/15
041200     MOVE SPACE TO RC-LOG-EOF-SWITCH                              26/10/15
041300     PERFORM 1400-SCAN-PARTITION-LOG THRU 1400-EXIT               26/10/15
041400         UNTIL NO-MORE-RUN-LOG                                    26/10/15
041500     CLOSE RUN-LOG-FILE                                           26/10/15
041600     .                                                            26/10/15
041700 1000-EXIT.                                                       26/10/15
041800     EXIT.                                                        26/10/15
041900                                                                  26/10/15
042000 1050-CLEAR-PARTITION.                                            26/10/15
042100     MOVE SPACE TO WS-PTN-LOG-STATUS (WS-PTN-INDEX)               26/10/15
042200                   WS-PTN-FIRST-KEY (WS-PTN-INDEX)                26/10/15
042300                   WS-PTN-LAST-KEY (WS-PTN-INDEX)                 26/10/15
042400     MOVE ZERO  TO WS-PTN-KEYS (WS-PTN-INDEX)                     26/10/15
042500                   WS-PTN-RESULTS (WS-PTN-INDEX)                  26/10/15
042600     .                                                            26/10/15
042700 1050-EXIT.                                                       26/10/15
042800     EXIT.                                                        26/10/15
042900                                                                  26/10/15
043000*-----------------------------------------------------------------26/10/15
043100*  A MISSING OR INVALID RUN CONTROL, A PARTITION COUNT THE MERGE  26/10/15
043200*  CANNOT TAKE, OR A DATE ALREADY MERGED WITHOUT THE RERUN FLAG   26/10/15
043300*  STOPS THE RUN BEFORE ANY FILE IS TOUCHED.                      26/10/15
043400*-----------------------------------------------------------------26/10/15
043500 1145-REFUSE-TO-START.                                            26/10/15
043600     OPEN OUTPUT MERGE-REPORT                                     26/10/15
043700     MOVE "RUN REFUSED - RUN CONTROL INVALID OR DATE ALREADY RUN" 26/10/15
043800         TO REPORT-LINE                                           26/10/15
043900     WRITE REPORT-LINE                                            26/10/15
044000     CLOSE MERGE-REPORT                                           26/10/15
044100     STOP RUN                                                     26/10/15
044200     .                                                            26/10/15
044300 1145-EXIT.                                                       26/10/15
044400     EXIT.                                                        26/10/15
044500                                                                  26/10/15
044600*-----------------------------------------------------------------26/10/15
044700*  THE FORMULAS IN EFFECT ARE COUNTED THE WAY CALCEXEC LOADS      26/10/15
044800*  THEM: THE VERSION IN EFFECT FOR THE AS-OF DATE, INSIDE THE     26/10/15
044900*  RUN CONTROL FORMULA RANGE, UP TO THE SIZE OF ITS TABLE.        26/10/15
045000*-----------------------------------------------------------------26/10/15
045100 1300-COUNT-FORMULA.                                              26/10/15
045200     IF WS-FORMULA-COUNT = WS-FORMULA-MAX                         26/10/15
045300         MOVE SPACE TO WS-DELIVERED-SWITCH                        26/10/15
045400         GO TO 1300-EXIT                                          26/10/15
045500     .                                                            26/10/15
045600     IF FL-FORMULA-ID NOT < RC-HOLD-FORMULA-LO                    26/10/15
045700             AND FL-FORMULA-ID NOT > RC-HOLD-FORMULA-HI           26/10/15
045800         ADD 1 TO WS-FORMULA-COUNT                                26/10/15
045900     .                                                            26/10/15
046000     PERFORM 1150-GET-EFFECTIVE-FORMULA THRU 1150-EXIT            26/10/15
046100     .                                                            26/10/15
046200 1300-EXIT.                                                       26/10/15
046300     EXIT.                                                        26/10/15
046400                                                                  26/10/15
046500*-----------------------------------------------------------------26/10/15
046600*  THE RUN LOG IS IN THE ORDER WRITTEN, SO THE LAST RECORD FOR A  26/10/15
046700*  PARTITION AND DATE IS ITS LATEST STATE - A RESTARTED           26/10/15
046800*  PARTITION THAT WENT ON TO COMPLETE SHOWS C, ONE STILL RUNNING  26/10/15
046900*  OR ABENDED SHOWS S.                                            26/10/15
047000*-----------------------------------------------------------------26/10/15
047100 1400-SCAN-PARTITION-LOG.                                         26/10/15
047200     READ RUN-LOG-FILE                                            26/10/15
047300         AT END                                                   26/10/15
047400             MOVE "Y" TO RC-LOG-EOF-SWITCH                        26/10/15
047500             GO TO 1400-EXIT                                      26/10/15
047600     .                                                            26/10/15
047700     IF RL-AS-OF-DATE NOT = RC-HOLD-AS-OF-DATE                    26/10/15
047800         GO TO 1400-EXIT                                          26/10/15
047900     .                                                            26/10/15
048000     MOVE RL-PROGRAM-ID TO WS-LOG-PROGRAM                         26/10/15
048100     IF WS-LOG-PREFIX NOT = "CALCEX"                              26/10/15
048200             OR WS-LOG-SUFFIX NOT NUMERIC                         26/10/15
048300         GO TO 1400-EXIT                                          26/10/15
048400     .                                                            26/10/15
048500     IF WS-LOG-SUFFIX = ZERO                                      26/10/15
048600             OR WS-LOG-SUFFIX > WS-PARTITION-COUNT                26/10/15
048700         GO TO 1400-EXIT                                          26/10/15
048800     .                                                            26/10/15
048900     MOVE RL-STATUS TO WS-PTN-LOG-STATUS (WS-LOG-SUFFIX)          26/10/15
049000     .                                                            26/10/15
049100 1400-EXIT.                                                       26/10/15
049200     EXIT.                                                        26/10/15
049300                                                                  26/10/15
049400*-----------------------------------------------------------------26/10/15
049500*  THE PROVING PASS.  THE PARTITIONS ARE READ ONE AFTER ANOTHER   26/10/15
049600*  AS ONE STREAM OF RESULTS, TAKEN A KEY AT A TIME AND MATCHED    26/10/15
049700*  AGAINST THE INPUT KEYS IN RANGE ON CALCVARS.  NOTHING IS       26/10/15
049800*  WRITTEN BUT THE REPORT.  WITH NO FORMULAS IN EFFECT THERE      26/10/15
049900*  ARE NO RESULTS TO MATCH AND THE INPUT KEYS ARE ONLY COUNTED.   26/10/15
050000*-----------------------------------------------------------------26/10/15
050100 2000-VERIFY-PARTITIONS.                                          26/10/15
050200     PERFORM 2050-CHECK-PARTITION-RUN THRU 2050-EXIT              26/10/15
050300         VARYING WS-PTN-INDEX FROM 1 BY 1                         26/10/15
050400             UNTIL WS-PTN-INDEX > WS-PARTITION-COUNT              26/10/15
050500     OPEN INPUT VARIABLE-INPUT                                    26/10/15
050600     PERFORM 2400-READ-INPUT-KEY THRU 2400-EXIT                   26/10/15
050700     MOVE 1     TO WS-PTN-INDEX                                   26/10/15
050800     MOVE SPACE TO WS-PTN-OPEN-SWITCH                             26/10/15
050900     MOVE SPACE TO WS-RESULT-EOF-SWITCH                           26/10/15
051000     PERFORM 2200-READ-RESULT THRU 2200-EXIT                      26/10/15
051100     PERFORM 2100-VERIFY-ONE-KEY THRU 2100-EXIT                   26/10/15
051200         UNTIL NO-MORE-RESULTS                                    26/10/15
051300     PERFORM 2500-INPUT-NOT-COVERED THRU 2500-EXIT                26/10/15
051400         UNTIL NO-MORE-INPUT                                      26/10/15
051500     CLOSE VARIABLE-INPUT                                         26/10/15
051600     IF WS-EXCEPTION-COUNT > WS-EXCEPTION-MAX                     26/10/15
051700         MOVE "   FURTHER EXCEPTIONS NOT LISTED" TO REPORT-LINE   26/10/15
051800         WRITE REPORT-LINE                                        26/10/15
051900     .                                                            26/10/15
052000 2000-EXIT.                                                       26/10/15
052100     EXIT.                                                        26/10/15
052200                                                                  26/10/15
052300 2050-CHECK-PARTITION-RUN.                                        26/10/15
052400     IF PARTITION-RUN-COMPLETE (WS-PTN-INDEX)                     26/10/15
052500         GO TO 2050-EXIT                                          26/10/15
052600     .                                                            26/10/15
052700     IF PARTITION-NOT-RUN (WS-PTN-INDEX)                          26/10/15
052800         MOVE "PARTITION NOT RUN FOR THE DATE" TO WS-EXC-TEXT     26/10/15
052900     ELSE                                                         26/10/15
053000         MOVE "PARTITION RUN NOT COMPLETE" TO WS-EXC-TEXT         26/10/15
053100     .                                                            26/10/15
053200     MOVE SPACE        TO WS-EXC-KEY                              26/10/15
053300     MOVE WS-PTN-INDEX TO WS-EXC-PARTITION                        26/10/15
053400     PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT                 26/10/15
053500     .                                                            26/10/15
053600 2050-EXIT.                                                       26/10/15
053700     EXIT.                                                        26/10/15
053800                                                                  26/10/15
053900*-----------------------------------------------------------------26/10/15
054000*  ONE INPUT KEY'S RESULTS.  THE KEYS MUST RISE THROUGH THE       26/10/15
054100*  STREAM - A KEY BELOW ONE ALREADY SEEN IS OUT OF ORDER OR IN    26/10/15
054200*  A SECOND PARTITION - AND A KEY'S RESULTS MUST ALL COME FROM    26/10/15
054300*  ONE PARTITION.  THE KEY MUST BE AN INPUT KEY IN RANGE, AND IT  26/10/15
054400*  MUST HAVE ONE RESULT FOR EACH FORMULA IN EFFECT.  INPUT KEYS   26/10/15
054500*  PASSED OVER ON THE WAY HAVE NO RESULTS.                        26/10/15
054600*-----------------------------------------------------------------26/10/15
054700 2100-VERIFY-ONE-KEY.                                             26/10/15
054800     MOVE WS-IN-INPUT-KEY TO WS-GROUP-KEY                         26/10/15
054900     MOVE WS-IN-PARTITION TO WS-GROUP-PARTITION                   26/10/15
055000     MOVE ZERO  TO WS-GROUP-RESULTS                               26/10/15
055100     MOVE SPACE TO WS-SPLIT-SWITCH                                26/10/15
055200     PERFORM 2150-COUNT-KEY-RESULT THRU 2150-EXIT                 26/10/15
055300         UNTIL NO-MORE-RESULTS                                    26/10/15
055400            OR WS-IN-INPUT-KEY NOT = WS-GROUP-KEY                 26/10/15
055500     ADD 1 TO WS-KEY-GROUPS                                       26/10/15
055600     ADD 1 TO WS-PTN-KEYS (WS-GROUP-PARTITION)                    26/10/15
055700     IF WS-PTN-KEYS (WS-GROUP-PARTITION) = 1                      26/10/15
055800         MOVE WS-GROUP-KEY                                        26/10/15
055900             TO WS-PTN-FIRST-KEY (WS-GROUP-PARTITION)             26/10/15
056000     .                                                            26/10/15
056100     MOVE WS-GROUP-KEY TO WS-PTN-LAST-KEY (WS-GROUP-PARTITION)    26/10/15
056200     MOVE WS-GROUP-KEY       TO WS-EXC-KEY                        26/10/15
056300     MOVE WS-GROUP-PARTITION TO WS-EXC-PARTITION                  26/10/15
056400     IF WS-KEY-GROUPS > 1                                         26/10/15
056500             AND WS-GROUP-KEY NOT > WS-PRIOR-KEY                  26/10/15
056600         MOVE "KEY OUT OF ORDER OR IN TWO PARTITIONS"             26/10/15
056700             TO WS-EXC-TEXT                                       26/10/15
056800         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT             26/10/15
056900         GO TO 2100-EXIT                                          26/10/15
057000     .                                                            26/10/15
057100     MOVE WS-GROUP-KEY TO WS-PRIOR-KEY                            26/10/15
057200     PERFORM 2500-INPUT-NOT-COVERED THRU 2500-EXIT                26/10/15
057300         UNTIL WS-INPUT-KEY NOT < WS-GROUP-KEY                    26/10/15
057400     MOVE WS-GROUP-KEY       TO WS-EXC-KEY                        26/10/15
057500     MOVE WS-GROUP-PARTITION TO WS-EXC-PARTITION                  26/10/15
057600     IF WS-INPUT-KEY NOT = WS-GROUP-KEY                           26/10/15
057700         MOVE "RESULTS FOR A KEY NOT IN THE INPUT" TO WS-EXC-TEXT 26/10/15
057800         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT             26/10/15
057900         GO TO 2100-EXIT                                          26/10/15
058000     .                                                            26/10/15
058100     ADD 1 TO WS-KEYS-COVERED                                     26/10/15
058200     IF KEY-IS-SPLIT                                              26/10/15
058300         MOVE "KEY SPLIT ACROSS TWO PARTITIONS" TO WS-EXC-TEXT    26/10/15
058400         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT             26/10/15
058500     ELSE                                                         26/10/15
058600     IF WS-GROUP-RESULTS NOT = WS-FORMULA-COUNT                   26/10/15
058700         MOVE "RESULTS NOT ONE PER FORMULA IN EFFECT"             26/10/15
058800             TO WS-EXC-TEXT                                       26/10/15
058900         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT             26/10/15
059000     .                                                            26/10/15
059100     PERFORM 2400-READ-INPUT-KEY THRU 2400-EXIT                   26/10/15
059200     .                                                            26/10/15
059300 2100-EXIT.                                                       26/10/15
059400     EXIT.                                                        26/10/15
059500                                                                  26/10/15
059600 2150-COUNT-KEY-RESULT.                                           26/10/15
059700     ADD 1 TO WS-GROUP-RESULTS                                    26/10/15
059800     ADD 1 TO WS-PTN-RESULTS (WS-IN-PARTITION)                    26/10/15
059900     IF WS-IN-PARTITION NOT = WS-GROUP-PARTITION                  26/10/15
060000         MOVE "Y" TO WS-SPLIT-SWITCH                              26/10/15
060100     .                                                            26/10/15
060200     PERFORM 2200-READ-RESULT THRU 2200-EXIT                      26/10/15
060300     .                                                            26/10/15
060400 2150-EXIT.                                                       26/10/15
060500     EXIT.                                                        26/10/15
060600                                                                  26/10/15
060700*-----------------------------------------------------------------26/10/15
060800*  THE NEXT RESULT FROM THE PARTITION STREAM.  AT THE END OF      26/10/15
060900*  ONE PARTITION THE NEXT IS OPENED; AFTER THE LAST THE KEY IN    26/10/15
061000*  HAND IS SET HIGH.  THE CALLER SETS WS-PTN-INDEX TO 1 AND       26/10/15
061100*  CLEARS THE OPEN AND END SWITCHES BEFORE THE FIRST CALL.        26/10/15
061200*-----------------------------------------------------------------26/10/15
061300 2200-READ-RESULT.                                                26/10/15
061400     MOVE SPACE TO WS-IN-HAND-SWITCH                              26/10/15
061500     PERFORM 2250-READ-FROM-PARTITION THRU 2250-EXIT              26/10/15
061600         UNTIL RESULT-IN-HAND OR NO-MORE-RESULTS                  26/10/15
061700     .                                                            26/10/15
061800 2200-EXIT.                                                       26/10/15
061900     EXIT.                                                        26/10/15
062000                                                                  26/10/15
062100 2250-READ-FROM-PARTITION.                                        26/10/15
062200     IF WS-PTN-INDEX > WS-PARTITION-COUNT                         26/10/15
062300         MOVE "Y" TO WS-RESULT-EOF-SWITCH                         26/10/15
062400         MOVE HIGH-VALUES TO WS-IN-INPUT-KEY                      26/10/15
062500         GO TO 2250-EXIT                                          26/10/15
062600     .                                                            26/10/15
062700     IF NOT PARTITION-IS-OPEN                                     26/10/15
062800         PERFORM 2910-OPEN-PARTITION THRU 2910-EXIT               26/10/15
062900     .                                                            26/10/15
063000     PERFORM 2920-READ-PARTITION THRU 2920-EXIT                   26/10/15
063100     IF PARTITION-AT-END                                          26/10/15
063200         PERFORM 2930-CLOSE-PARTITION THRU 2930-EXIT              26/10/15
063300         ADD 1 TO WS-PTN-INDEX                                    26/10/15
063400         GO TO 2250-EXIT                                          26/10/15
063500     .                                                            26/10/15
063600     ADD 1 TO WS-RESULTS-READ                                     26/10/15
063700     MOVE WS-PTN-INDEX TO WS-IN-PARTITION                         26/10/15
063800     MOVE "Y" TO WS-IN-HAND-SWITCH                                26/10/15
063900     .                                                            26/10/15
064000 2250-EXIT.                                                       26/10/15
064100     EXIT.                                                        26/10/15
064200                                                                  26/10/15
064300*-----------------------------------------------------------------26/10/15
064400*  THE NEXT INPUT KEY INSIDE THE RUN CONTROL KEY RANGE, OR HIGH   26/10/15
064500*  VALUES AT THE END OF CALCVARS.                                 26/10/15
064600*-----------------------------------------------------------------26/10/15
064700 2400-READ-INPUT-KEY.                                             26/10/15
064800     MOVE SPACE TO WS-KEY-SWITCH                                  26/10/15
064900     PERFORM 2450-READ-ONE-INPUT THRU 2450-EXIT                   26/10/15
065000         UNTIL INPUT-KEY-IN-HAND OR NO-MORE-INPUT                 26/10/15
065100     .                                                            26/10/15
065200 2400-EXIT.                                                       26/10/15
065300     EXIT.                                                        26/10/15
065400                                                                  26/10/15
065500 2450-READ-ONE-INPUT.                                             26/10/15
065600     READ VARIABLE-INPUT                                          26/10/15
065700         AT END                                                   26/10/15
065800             MOVE "Y" TO WS-INPUT-EOF-SWITCH                      26/10/15
065900             MOVE HIGH-VALUES TO WS-INPUT-KEY                     26/10/15
066000             GO TO 2450-EXIT                                      26/10/15
066100     .                                                            26/10/15
066200     IF CV-INPUT-KEY < RC-HOLD-KEY-LO                             26/10/15
066300             OR CV-INPUT-KEY > RC-HOLD-KEY-HI                     26/10/15
066400         GO TO 2450-EXIT                                          26/10/15
066500     .                                                            26/10/15
066600     ADD 1 TO WS-INPUT-KEYS                                       26/10/15
066700     MOVE CV-INPUT-KEY TO WS-INPUT-KEY                            26/10/15
066800     MOVE "Y" TO WS-KEY-SWITCH                                    26/10/15
066900     .                                                            26/10/15
067000 2450-EXIT.                                                       26/10/15
067100     EXIT.                                                        26/10/15
067200                                                                  26/10/15
067300 2500-INPUT-NOT-COVERED.                                          26/10/15
067400     IF WS-FORMULA-COUNT > ZERO                                   26/10/15
067500         MOVE "INPUT KEY HAS NO RESULTS" TO WS-EXC-TEXT           26/10/15
067600         MOVE WS-INPUT-KEY TO WS-EXC-KEY                          26/10/15
067700         MOVE ZERO         TO WS-EXC-PARTITION                    26/10/15
067800         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT             26/10/15
067900     .                                                            26/10/15
068000     PERFORM 2400-READ-INPUT-KEY THRU 2400-EXIT                   26/10/15
068100     .                                                            26/10/15
068200 2500-EXIT.                                                       26/10/15
068300     EXIT.                                                        26/10/15
068400                                                                  26/10/15
068500 2700-REPORT-PARTITION.                                           26/10/15
068600     IF WS-PTN-INDEX = 1                                          26/10/15
068700         MOVE SPACE TO REPORT-LINE                                26/10/15
068800         WRITE REPORT-LINE                                        26/10/15
068900         WRITE REPORT-LINE FROM WS-PARTITION-COLUMNS              26/10/15
069000     .                                                            26/10/15
069100     MOVE WS-PTN-INDEX TO WS-PTL-NBR                              26/10/15
069200     IF PARTITION-RUN-COMPLETE (WS-PTN-INDEX)                     26/10/15
069300         MOVE "COMPLETE"   TO WS-PTL-STATUS                       26/10/15
069400     ELSE                                                         26/10/15
069500     IF PARTITION-NOT-RUN (WS-PTN-INDEX)                          26/10/15
069600         MOVE "NOT RUN"    TO WS-PTL-STATUS                       26/10/15
069700     ELSE                                                         26/10/15
069800         MOVE "INCOMPLETE" TO WS-PTL-STATUS                       26/10/15
069900     .                                                            26/10/15
070000     MOVE WS-PTN-FIRST-KEY (WS-PTN-INDEX) TO WS-PTL-FIRST-KEY     26/10/15
070100     MOVE WS-PTN-LAST-KEY (WS-PTN-INDEX)  TO WS-PTL-LAST-KEY      26/10/15
070200     MOVE WS-PTN-KEYS (WS-PTN-INDEX)      TO WS-PTL-KEYS          26/10/15
070300     MOVE WS-PTN-RESULTS (WS-PTN-INDEX)   TO WS-PTL-RESULTS       26/10/15
070400     WRITE REPORT-LINE FROM WS-PARTITION-LINE                     26/10/15
070500     .                                                            26/10/15
070600 2700-EXIT.                                                       26/10/15
070700     EXIT.                                                        26/10/15
070800                                                                  26/10/15
070900*-----------------------------------------------------------------26/10/15
071000*  THE CALLER HAS PLACED THE EXCEPTION TEXT, KEY AND PARTITION    26/10/15
071100*  IN THE EXCEPTION LINE.  ONLY THE FIRST WS-EXCEPTION-MAX ARE    26/10/15
071200*  LISTED; ALL ARE COUNTED.                                       26/10/15
071300*-----------------------------------------------------------------26/10/15
071400 2900-REPORT-EXCEPTION.                                           26/10/15
071500     ADD 1 TO WS-EXCEPTION-COUNT                                  26/10/15
071600     IF WS-EXCEPTION-COUNT > WS-EXCEPTION-MAX                     26/10/15
071700         GO TO 2900-EXIT                                          26/10/15
071800     .                                                            26/10/15
071900     IF WS-EXCEPTION-COUNT = 1                                    26/10/15
072000         MOVE SPACE TO REPORT-LINE                                26/10/15
072100         WRITE REPORT-LINE                                        26/10/15
072200         WRITE REPORT-LINE FROM WS-EXCEPTION-COLUMNS              26/10/15
072300     .                                                            26/10/15
072400     WRITE REPORT-LINE FROM WS-EXCEPTION-LINE                     26/10/15
072500     .                                                            26/10/15
072600 2900-EXIT.                                                       26/10/15
072700     EXIT.                                                        26/10/15
072800                                                                  26/10/15
072900*-----------------------------------------------------------------26/10/15
073000*  OPEN, READ AND CLOSE THE PARTITION NUMBERED WS-PTN-INDEX.      26/10/15
073100*-----------------------------------------------------------------26/10/15
073200 2910-OPEN-PARTITION.                                             26/10/15
073300     MOVE "Y"   TO WS-PTN-OPEN-SWITCH                             26/10/15
073400     MOVE SPACE TO WS-PTN-END-SWITCH                              26/10/15
073500     GO TO 2911-OPEN-1                                            26/10/15
073600           2912-OPEN-2                                            26/10/15
073700           2913-OPEN-3                                            26/10/15
073800           2914-OPEN-4                                            26/10/15
073900           2915-OPEN-5                                            26/10/15
074000           2916-OPEN-6                                            26/10/15
074100           2917-OPEN-7                                            26/10/15
074200           2918-OPEN-8                                            26/10/15
074300         DEPENDING ON WS-PTN-INDEX                                26/10/15
074400     GO TO 2910-EXIT                                              26/10/15
074500     .                                                            26/10/15
074600 2911-OPEN-1.                                                     26/10/15
074700     OPEN INPUT PARTITION-RESULTS-1                               26/10/15
074800     GO TO 2910-EXIT                                              26/10/15
074900     .                                                            26/10/15
075000 2912-OPEN-2.                                                     26/10/15
075100     OPEN INPUT PARTITION-RESULTS-2                               26/10/15
075200     GO TO 2910-EXIT                                              26/10/15
075300     .                                                            26/10/15
075400 2913-OPEN-3.                                                     26/10/15
075500     OPEN INPUT PARTITION-RESULTS-3                               26/10/15
075600     GO TO 2910-EXIT                                              26/10/15
075700     .                                                            26/10/15
075800 2914-OPEN-4.                                                     26/10/15
075900     OPEN INPUT PARTITION-RESULTS-4                               26/10/15
076000     GO TO 2910-EXIT                                              26/10/15
076100     .                                                            26/10/15
076200 2915-OPEN-5.                                                     26/10/15
076300     OPEN INPUT PARTITION-RESULTS-5                               26/10/15
076400     GO TO 2910-EXIT                                              26/10/15
076500     .                                                            26/10/15
076600 2916-OPEN-6.                                                     26/10/15
076700     OPEN INPUT PARTITION-RESULTS-6                               26/10/15
076800     GO TO 2910-EXIT                                              26/10/15
076900     .                                                            26/10/15
077000 2917-OPEN-7.                                                     26/10/15
077100     OPEN INPUT PARTITION-RESULTS-7                               26/10/15
077200     GO TO 2910-EXIT                                              26/10/15
077300     .                                                            26/10/15
077400 2918-OPEN-8.                                                     26/10/15
077500     OPEN INPUT PARTITION-RESULTS-8                               26/10/15
077600     .                                                            26/10/15
077700 2910-EXIT.                                                       26/10/15
077800     EXIT.                                                        26/10/15
077900                                                                  26/10/15
078000 2920-READ-PARTITION.                                             26/10/15
078100     GO TO 2921-READ-1                                            26/10/15
078200           2922-READ-2                                            26/10/15
078300           2923-READ-3                                            26/10/15
078400           2924-READ-4                                            26/10/15
078500           2925-READ-5                                            26/10/15
078600           2926-READ-6                                            26/10/15
078700           2927-READ-7                                            26/10/15
078800           2928-READ-8                                            26/10/15
078900         DEPENDING ON WS-PTN-INDEX                                26/10/15
079000     MOVE "Y" TO WS-PTN-END-SWITCH                                26/10/15
079100     GO TO 2920-EXIT                                              26/10/15
079200     .                                                            26/10/15
079300 2921-READ-1.                                                     26/10/15
079400     READ PARTITION-RESULTS-1 INTO WS-RESULT-IN                   26/10/15
079500         AT END                                                   26/10/15
079600             MOVE "Y" TO WS-PTN-END-SWITCH                        26/10/15
079700     .                                                            26/10/15
079800     GO TO 2920-EXIT                                              26/10/15
079900     .                                                            26/10/15
080000 2922-READ-2.                                                     26/10/15
080100     READ PARTITION-RESULTS-2 INTO WS-RESULT-IN                   26/10/15
080200         AT END                                                   26/10/15
080300             MOVE "Y" TO WS-PTN-END-SWITCH                        26/10/15
080400     .                                                            26/10/15
080500     GO TO 2920-EXIT                                              26/10/15
080600     .                                                            26/10/15
080700 2923-READ-3.                                                     26/10/15
080800     READ PARTITION-RESULTS-3 INTO WS-RESULT-IN                   26/10/15
080900         AT END                                                   26/10/15
081000             MOVE "Y" TO WS-PTN-END-SWITCH                        26/10/15
081100     .                                                            26/10/15
081200     GO TO 2920-EXIT                                              26/10/15
081300     .                                                            26/10/15
081400 2924-READ-4.                                                     26/10/15
081500     READ PARTITION-RESULTS-4 INTO WS-RESULT-IN                   26/10/15
081600         AT END                                                   26/10/15
081700             MOVE "Y" TO WS-PTN-END-SWITCH                        26/10/15
081800     .                                                            26/10/15
081900     GO TO 2920-EXIT                                              26/10/15
082000     .                                                            26/10/15
082100 2925-READ-5.                                                     26/10/15
082200     READ PARTITION-RESULTS-5 INTO WS-RESULT-IN                   26/10/15
082300         AT END                                                   26/10/15
082400             MOVE "Y" TO WS-PTN-END-SWITCH                        26/10/15
082500     .                                                            26/10/15
082600     GO TO 2920-EXIT                                              26/10/15
082700     .                                                            26/10/15
082800 2926-READ-6.                                                     26/10/15
082900     READ PARTITION-RESULTS-6 INTO WS-RESULT-IN                   26/10/15
083000         AT END                                                   26/10/15
083100             MOVE "Y" TO WS-PTN-END-SWITCH                        26/10/15
083200     .                                                            26/10/15
083300     GO TO 2920-EXIT                                              26/10/15
083400     .                                                            26/10/15
083500 2927-READ-7.                                                     26/10/15
083600     READ PARTITION-RESULTS-7 INTO WS-RESULT-IN                   26/10/15
083700         AT END                                                   26/10/15
083800             MOVE "Y" TO WS-PTN-END-SWITCH                        26/10/15
083900     .                                                            26/10/15
084000     GO TO 2920-EXIT                                              26/10/15
084100     .                                                            26/10/15
084200 2928-READ-8.                                                     26/10/15
084300     READ PARTITION-RESULTS-8 INTO WS-RESULT-IN                   26/10/15
084400         AT END                                                   26/10/15
084500             MOVE "Y" TO WS-PTN-END-SWITCH                        26/10/15
084600     .                                                            26/10/15
084700 2920-EXIT.                                                       26/10/15
084800     EXIT.                                                        26/10/15
084900                                                                  26/10/15
085000 2930-CLOSE-PARTITION.                                            26/10/15
085100     MOVE SPACE TO WS-PTN-OPEN-SWITCH                             26/10/15
085200     GO TO 2931-CLOSE-1                                           26/10/15
085300           2932-CLOSE-2                                           26/10/15
085400           2933-CLOSE-3                                           26/10/15
085500           2934-CLOSE-4                                           26/10/15
085600           2935-CLOSE-5                                           26/10/15
085700           2936-CLOSE-6                                           26/10/15
085800           2937-CLOSE-7                                           26/10/15
085900           2938-CLOSE-8                                           26/10/15
086000         DEPENDING ON WS-PTN-INDEX                                26/10/15
086100     GO TO 2930-EXIT                                              26/10/15
086200     .                                                            26/10/15
086300 2931-CLOSE-1.                                                    26/10/15
086400     CLOSE PARTITION-RESULTS-1                                    26/10/15
086500     GO TO 2930-EXIT                                              26/10/15
086600     .                                                            26/10/15
086700 2932-CLOSE-2.                                                    26/10/15
086800     CLOSE PARTITION-RESULTS-2                                    26/10/15
086900     GO TO 2930-EXIT                                              26/10/15
087000     .                                                            26/10/15
087100 2933-CLOSE-3.                                                    26/10/15
087200     CLOSE PARTITION-RESULTS-3                                    26/10/15
087300     GO TO 2930-EXIT                                              26/10/15
087400     .                                                            26/10/15
087500 2934-CLOSE-4.                                                    26/10/15
087600     CLOSE PARTITION-RESULTS-4                                    26/10/15
087700     GO TO 2930-EXIT                                              26/10/15
087800     .                                                            26/10/15
087900 2935-CLOSE-5.                                                    26/10/15
088000     CLOSE PARTITION-RESULTS-5                                    26/10/15
088100     GO TO 2930-EXIT                                              26/10/15
088200     .                                                            26/10/15
088300 2936-CLOSE-6.                                                    26/10/15
088400     CLOSE PARTITION-RESULTS-6                                    26/10/15
088500     GO TO 2930-EXIT                                              26/10/15
088600     .                                                            26/10/15
088700 2937-CLOSE-7.                                                    26/10/15
088800     CLOSE PARTITION-RESULTS-7                                    26/10/15
088900     GO TO 2930-EXIT                                              26/10/15
089000     .                                                            26/10/15
089100 2938-CLOSE-8.                                                    26/10/15
089200     CLOSE PARTITION-RESULTS-8                                    26/10/15
089300     .                                                            26/10/15
089400 2930-EXIT.                                                       26/10/15
089500     EXIT.                                                        26/10/15
089600                                                                  26/10/15
089700*-----------------------------------------------------------------26/10/15
089800*  THE MERGING PASS - ONLY WHEN THE PROVING PASS FOUND NOTHING.   26/10/15
089900*  THE PARTITIONS ARE COPIED IN ORDER TO CALCRSLT, AND THE        26/10/15
090000*  CHECKPOINT IS WRITTEN COMPLETE WITH THE WHOLE RUN'S COUNTS.    26/10/15
090100*-----------------------------------------------------------------26/10/15
090200 3000-MERGE-PARTITIONS.                                           26/10/15
090300     OPEN OUTPUT RESULTS-MASTER                                   26/10/15
090400     MOVE 1     TO WS-PTN-INDEX                                   26/10/15
090500     MOVE SPACE TO WS-PTN-OPEN-SWITCH                             26/10/15
090600     MOVE SPACE TO WS-RESULT-EOF-SWITCH                           26/10/15
090700     MOVE ZERO  TO WS-RESULTS-READ                                26/10/15
090800     PERFORM 2200-READ-RESULT THRU 2200-EXIT                      26/10/15
090900     PERFORM 3100-COPY-ONE-RESULT THRU 3100-EXIT                  26/10/15
091000         UNTIL NO-MORE-RESULTS                                    26/10/15
091100     CLOSE RESULTS-MASTER                                         26/10/15
091200     IF WS-KEY-GROUPS = ZERO                                      26/10/15
091300         MOVE SPACE TO WS-PRIOR-KEY                               26/10/15
091400     .                                                            26/10/15
091500     OPEN OUTPUT CHECKPOINT-FILE                                  26/10/15
091600     MOVE "C"               TO CK-RUN-STATUS                      26/10/15
091700     MOVE WS-PRIOR-KEY      TO CK-LAST-INPUT-KEY                  26/10/15
091800     MOVE WS-INPUT-KEYS     TO CK-INPUT-COUNT                     26/10/15
091900     MOVE WS-RESULTS-MERGED TO CK-RESULT-COUNT                    26/10/15
092000     WRITE CHECKPOINT-RECORD                                      26/10/15
092100     CLOSE CHECKPOINT-FILE                                        26/10/15
092200     .                                                            26/10/15
092300 3000-EXIT.                                                       26/10/15
092400     EXIT.                                                        26/10/15
092500                                                                  26/10/15
092600 3100-COPY-ONE-RESULT.                                            26/10/15
092700     WRITE RESULT-RECORD FROM WS-RESULT-IN                        26/10/15
092800     ADD 1 TO WS-RESULTS-MERGED                                   26/10/15
092900     PERFORM 2200-READ-RESULT THRU 2200-EXIT                      26/10/15
093000     .                                                            26/10/15
093100 3100-EXIT.                                                       26/10/15
093200     EXIT.                                                        26/10/15
093300                                                                  26/10/15
093400*-----------------------------------------------------------------26/10/15
093500*  SUMMARY AND OUTCOME.  A REFUSED MERGE LOGS STATUS F WITH THE   26/10/15
093600*  EXCEPTIONS AS ITS ERROR COUNT, SO THE DATE MAY BE MERGED       26/10/15
093700*  AGAIN ONCE THE PARTITIONS ARE PUT RIGHT.                       26/10/15
093800*-----------------------------------------------------------------26/10/15
093900 8000-TERMINATE.                                                  26/10/15
094000     MOVE SPACE TO REPORT-LINE                                    26/10/15
094100     WRITE REPORT-LINE                                            26/10/15
094200     MOVE WS-PARTITION-COUNT TO WS-SUM-PARTITIONS                 26/10/15
094300     MOVE WS-FORMULA-COUNT   TO WS-SUM-FORMULAS                   26/10/15
094400     MOVE WS-INPUT-KEYS      TO WS-SUM-INPUT-KEYS                 26/10/15
094500     MOVE WS-KEYS-COVERED    TO WS-SUM-COVERED                    26/10/15
094600     MOVE WS-RESULTS-READ    TO WS-SUM-READ                       26/10/15
094700     MOVE WS-RESULTS-MERGED  TO WS-SUM-MERGED                     26/10/15
094800     MOVE WS-EXCEPTION-COUNT TO WS-SUM-EXCEPTIONS                 26/10/15
094900     WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       26/10/15
095000     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2                     26/10/15
095100     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3                     26/10/15
095200     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4                     26/10/15
095300     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5                     26/10/15
095400     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-6                     26/10/15
095500     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-7                     26/10/15
095600     MOVE WS-RESULTS-READ TO RC-LOG-READ                          26/10/15
095700     MOVE WS-RESULTS-MERGED TO RC-LOG-WRITTEN                     26/10/15
095800     MOVE WS-EXCEPTION-COUNT TO RC-LOG-ERRORS                     26/10/15
095900     IF WS-EXCEPTION-COUNT = ZERO                                 26/10/15
096000         MOVE "MERGED - CALCRSLT WRITTEN" TO WS-OUT-TEXT          26/10/15
096100         MOVE "C" TO RC-LOG-STATUS                                26/10/15
096200     ELSE                                                         26/10/15
096300         MOVE "MERGE REFUSED - CALCRSLT NOT WRITTEN"              26/10/15
096400             TO WS-OUT-TEXT                                       26/10/15
096500         MOVE "F" TO RC-LOG-STATUS                                26/10/15
096600     .                                                            26/10/15
096700     WRITE REPORT-LINE FROM WS-OUTCOME-LINE                       26/10/15
096800     PERFORM 1147-WRITE-RUN-LOG THRU 1147-EXIT                    26/10/15
096900     CLOSE MERGE-REPORT                                           26/10/15
097000     .                                                            26/10/15
097100 8000-EXIT.                                                       26/10/15
097200     EXIT.                                                        26/10/15
097300                                                                  26/10/15
097400*DIALOG-FREE VERSION SELECTION PARAGRAPHS.                        26/10/15
097500 COPY FORMSEL.                                                    26/10/15
097600                                                                  26/10/15
097700*RUN CONTROL AND RUN LOG PARAGRAPHS.                              26/10/15
097800 COPY RUNCTL.                                                     26/10/15
