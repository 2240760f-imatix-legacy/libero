000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    CALCBAL.                                          26/10/15
000300                                                                  26/10/15
000400 AUTHOR.        J ANDERSON.                                       26/10/15
000500 DATE-WRITTEN.  26/10/15                                          26/10/15
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/10/15
000800*-----------------------------------------------------------------26/10/15
000900*  CALCBAL - END-OF-NIGHT CONTROL TOTAL BALANCING                 26/10/15
001000*                                                                 26/10/15
001100*  RUNS LAST IN THE NIGHTLY SUITE AND PROVES THE STEPS AGAINST    26/10/15
001200*  EACH OTHER - EACH PROGRAM ONLY BALANCES ITSELF.  NOTHING IS    26/10/15
001300*  TAKEN ON TRUST: EVERY FILE THE SUITE PASSED FROM STEP TO       26/10/15
001400*  STEP IS READ AGAIN AND COUNTED HERE.                           26/10/15
001500*                                                                 26/10/15
001600*  CALCVEDT  FEED DETAILS RECEIVED (CALCVRAW) LESS THE DETAILS    26/10/15
001700*            REJECTED (CALCVREJ) EQUAL THE CLEAN RECORDS          26/10/15
001800*            WRITTEN TO CALCVARS.                                 26/10/15
001900*  CALCEXEC  THE CLEAN RECORDS INSIDE THE RUN CONTROL KEY RANGE   26/10/15
002000*            EQUAL THE INPUTS CALCEXEC READ; THE RESULTS IT       26/10/15
002100*            WROTE EQUAL THOSE INPUTS TIMES THE FORMULAS IN       26/10/15
002200*            EFFECT FOR THE AS-OF DATE; AND CALCRSLT HOLDS        26/10/15
002300*            EXACTLY THAT MANY RESULTS.  CALCEXEC'S COUNTS ARE    26/10/15
002400*            TAKEN FROM ITS CHECKPOINT (CALCCKPT), WHICH CARRIES  26/10/15
002500*            THE RUN-TO-DATE TOTALS ACROSS A RESTART, AND A       26/10/15
002600*            COMPLETED CALCEXEC RUN FOR THE DATE MUST BE ON THE   26/10/15
002700*            RUN LOG - OR, FOR A PARTITIONED RUN, A COMPLETED     26/10/15
002710*            MERGE (CALCMRGE), WHICH WRITES THE CHECKPOINT FOR    26/10/15
002720*            THE WHOLE RUN.                                       26/10/15
002800*  CALCGLEX  POSTINGS (THE CALCGLIF TRAILER COUNT) PLUS THE       26/10/15
002900*            RESULTS HELD IN SUSPENSE - ERRORED OR UNMAPPED -     26/10/15
003000*            EQUAL THE RESULTS ON CALCRSLT, AND THE TRAILER       26/10/15
003100*            AGREES WITH THE DETAILS ACTUALLY ON THE FILE.  ON AN 26/10/15
003110*            ADJUSTMENT FILE (A RERUN OF THE DATE) THE REVERSALS  26/10/15
003120*            OF THE EARLIER POSTINGS ARE TAKEN OUT FIRST - THEY   26/10/15
003130*            DO NOT COME FROM TONIGHT'S RESULTS.                  26/10/15
003200*  CALCSUM   THE PER-FORMULA COUNTS AND ERRORS ON CALCSUMF        26/10/15
003300*            ACCOUNT FOR EVERY RESULT, AND THE PER-FORMULA        26/10/15
003400*            TOTALS, NET OF ERRORS AND OF THE UNMAPPED RESULTS    26/10/15
003500*            THAT NEVER REACH THE LEDGER, AGREE WITH THE GL       26/10/15
003600*            TRAILER VALUE TOTAL, NET OF ANY REVERSALS.           26/10/15
003700*                                                                 26/10/15
003800*  EVERY PROOF IS PRINTED WITH ITS STEP, EXPECTED AND ACTUAL      26/10/15
003900*  FIGURES; A BREAK IS FLAGGED ON ITS LINE.  THE OUTCOME GOES     26/10/15
004000*  TO THE RUN LOG (CALCRLOG) AS ONE RECORD, STATUS P (PASSED)     26/10/15
004100*  OR F (FAILED), WITH THE RESULTS COUNTED, THE PROOFS THAT       26/10/15
004200*  BALANCED AND THE BREAKS.  THE RUN ONLY READS THE SUITE'S       26/10/15
004300*  FILES AND MAY BE REPEATED FOR A DATE AS OFTEN AS NEEDED.       26/10/15
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
005400     SELECT RAW-INPUT                                             26/10/15
005500         ASSIGN TO "CALCVRAW"                                     26/10/15
005600         ORGANIZATION IS SEQUENTIAL.                              26/10/15
005700     SELECT OPTIONAL REJECT-FILE                                  26/10/15
005800         ASSIGN TO "CALCVREJ"                                     26/10/15
005900         ORGANIZATION IS SEQUENTIAL.                              26/10/15
006000     SELECT VARIABLE-INPUT                                        26/10/15
006100         ASSIGN TO "CALCVARS"                                     26/10/15
006200         ORGANIZATION IS SEQUENTIAL.                              26/10/15
006300     SELECT FORMULA-LIBRARY                                       26/10/15
006400         ASSIGN TO "FORMLIB"                                      26/10/15
006500         ORGANIZATION IS INDEXED                                  26/10/15
006600         ACCESS MODE IS SEQUENTIAL                                26/10/15
006700         RECORD KEY IS FL-FORMULA-KEY.                            26/10/15
006800     SELECT OPTIONAL CHECKPOINT-FILE                              26/10/15
006900         ASSIGN TO "CALCCKPT"                                     26/10/15
007000         ORGANIZATION IS SEQUENTIAL.                              26/10/15
007100     SELECT RESULTS-MASTER                                        26/10/15
007200         ASSIGN TO "CALCRSLT"                                     26/10/15
007300         ORGANIZATION IS SEQUENTIAL.                              26/10/15
007400     SELECT OPTIONAL GL-MAP-FILE                                  26/10/15
007500         ASSIGN TO "CALCGMAP"                                     26/10/15
007600         ORGANIZATION IS INDEXED                                  26/10/15
007700         ACCESS MODE IS SEQUENTIAL                                26/10/15
007800         RECORD KEY IS GM-FORMULA-ID.                             26/10/15
007900     SELECT OPTIONAL POSTING-FILE                                 26/10/15
008000         ASSIGN TO "CALCGLIF"                                     26/10/15
008100         ORGANIZATION IS SEQUENTIAL.                              26/10/15
008200     SELECT OPTIONAL SUMMARY-FILE                                 26/10/15
008300         ASSIGN TO "CALCSUMF"                                     26/10/15
008400         ORGANIZATION IS SEQUENTIAL.                              26/10/15
008500     SELECT BALANCE-REPORT                                        26/10/15
008600         ASSIGN TO "CALCBRPT"                                     26/10/15
008700         ORGANIZATION IS SEQUENTIAL.                              26/10/15
008800     SELECT OPTIONAL RUN-CONTROL-FILE                             26/10/15
008900         ASSIGN TO "CALCRCTL"                                     26/10/15
009000         ORGANIZATION IS SEQUENTIAL.                              26/10/15
009100     SELECT OPTIONAL RUN-LOG-FILE                                 26/10/15
009200         ASSIGN TO "CALCRLOG"                                     26/10/15
009300         ORGANIZATION IS SEQUENTIAL.                              26/10/15
009400                                                                  26/10/15
009500 DATA DIVISION.                                                   26/10/15
009600                                                                  26/10/15
009700 FILE SECTION.                                                    26/10/15
009800 FD  RAW-INPUT                                                    26/10/15
009900     LABEL RECORDS ARE STANDARD.                                  26/10/15
010000 01  RAW-RECORD.                                                  26/10/15
010100     02  VR-RECORD-TYPE          PIC X.                           26/10/15
010200         88  VR-TYPE-IS-DETAIL              VALUE "D".            26/10/15
010300     02  FILLER                  PIC X(196).                      26/10/15
010400                                                                  26/10/15
010500 FD  REJECT-FILE                                                  26/10/15
010600     LABEL RECORDS ARE STANDARD.                                  26/10/15
010700 01  REJECT-RECORD.                                               26/10/15
010800     02  VJ-RECORD-TYPE          PIC X.                           26/10/15
010900         88  VJ-TYPE-IS-DETAIL              VALUE "D".            26/10/15
011000     02  FILLER                  PIC X(196).                      26/10/15
011100                                                                  26/10/15
011200 FD  VARIABLE-INPUT                                               26/10/15
011300     LABEL RECORDS ARE STANDARD.                                  26/10/15
011400 01  VARIABLE-RECORD.                                             26/10/15
011500     02  CV-INPUT-KEY            PIC X(16).                       26/10/15
011600     02  FILLER                  PIC X(180).                      26/10/15
011700                                                                  26/10/15
011800 FD  FORMULA-LIBRARY                                              26/10/15
011900     LABEL RECORDS ARE STANDARD.                                  26/10/15
012000 COPY FORMREC.                                                    26/10/15
012100                                                                  26/10/15
012200 FD  CHECKPOINT-FILE                                              26/10/15
012300     LABEL RECORDS ARE STANDARD.                                  26/10/15
012400 01  CHECKPOINT-RECORD.                                           26/10/15
012500     02  CK-RUN-STATUS           PIC X.                           26/10/15
012600         88  CK-RUN-IN-PROGRESS             VALUE "A".            26/10/15
012700         88  CK-RUN-COMPLETE                VALUE "C".            26/10/15
012800     02  CK-LAST-INPUT-KEY       PIC X(16).                       26/10/15
012900     02  CK-INPUT-COUNT          PIC 9(7).                        26/10/15
013000     02  CK-RESULT-COUNT         PIC 9(7).                        26/10/15
013100                                                                  26/10/15
013200 FD  RESULTS-MASTER                                               26/10/15
013300     LABEL RECORDS ARE STANDARD.                                  26/10/15
013400 01  RESULT-RECORD.                                               26/10/15
013500     02  RM-FORMULA-ID           PIC X(8).                        26/10/15
013600     02  RM-INPUT-KEY            PIC X(16).                       26/10/15
013700     02  RM-RESULT               PIC S9(9)V9(9).                  26/10/15
013800     02  RM-FEEDBACK             PIC X(12).                       26/10/15
013900                                                                  26/10/15
014000 FD  GL-MAP-FILE                                                  26/10/15
014100     LABEL RECORDS ARE STANDARD.                                  26/10/15
014200 COPY GLMAPREC.                                                   26/10/15
014300                                                                  26/10/15
014400*-----------------------------------------------------------------26/10/15
014500*  THE POSTING INTERFACE AS CALCGLEX WRITES IT: HEADER, DETAILS   26/10/15
014600*  AND TRAILER, TOLD APART BY THE RECORD TYPE.                    26/10/15
014700*-----------------------------------------------------------------26/10/15
014800 FD  POSTING-FILE                                                 26/10/15
014900     LABEL RECORDS ARE STANDARD.                                  26/10/15
015000 01  POSTING-RECORD.                                              26/10/15
015100     02  GP-RECORD-TYPE          PIC X.                           26/10/15
015200         88  GP-TYPE-IS-HEADER              VALUE "H".            26/10/15
015300         88  GP-TYPE-IS-DETAIL              VALUE "D".            26/10/15
015400         88  GP-TYPE-IS-TRAILER             VALUE "T".            26/10/15
015410         88  GP-TYPE-IS-REVERSAL            VALUE "R".            26/10/15
015500     02  GP-DETAIL-BODY.                                          26/10/15
015600         03  GP-GL-ACCOUNT       PIC 9(8).                        26/10/15
015700         03  GP-COST-CENTRE      PIC X(6).                        26/10/15
015800         03  GP-FORMULA-ID       PIC X(8).                        26/10/15
015900         03  GP-INPUT-KEY        PIC X(16).                       26/10/15
016000         03  GP-AMOUNT           PIC S9(9)V9(9).                  26/10/15
016100     02  GP-TRAILER-BODY REDEFINES GP-DETAIL-BODY.                26/10/15
016200         03  GP-RECORD-COUNT     PIC 9(7).                        26/10/15
016300         03  GP-VALUE-TOTAL      PIC S9(11)V9(9).                 26/10/15
016400         03  GP-HASH-TOTAL       PIC 9(13).                       26/10/15
016500         03  GP-FILE-TYPE        PIC X.                           26/10/15
016510         03  GP-REVERSAL-COUNT   PIC 9(7).                        26/10/15
016520         03  FILLER              PIC X(8).                        26/10/15
016600                                                                  26/10/15
016700 FD  SUMMARY-FILE                                                 26/10/15
016800     LABEL RECORDS ARE STANDARD.                                  26/10/15
016900 01  SUMMARY-RECORD.                                              26/10/15
017000     02  SM-RECORD-TYPE          PIC X.                           26/10/15
017100         88  SM-TYPE-IS-FORMULA             VALUE "F".            26/10/15
017200         88  SM-TYPE-IS-BRANCH              VALUE "B".            26/10/15
017300     02  SM-KEY                  PIC X(8).                        26/10/15
017400     02  SM-COUNT                PIC 9(7).                        26/10/15
017500     02  SM-TOTAL                PIC S9(13)V9(9).                 26/10/15
017600     02  SM-MINIMUM              PIC S9(9)V9(9).                  26/10/15
017700     02  SM-MAXIMUM              PIC S9(9)V9(9).                  26/10/15
017800     02  SM-AVERAGE              PIC S9(9)V9(9).                  26/10/15
017900     02  SM-ERRORS               PIC 9(7).                        26/10/15
018000                                                                  26/10/15
018100 FD  BALANCE-REPORT                                               26/10/15
018200     LABEL RECORDS ARE STANDARD.                                  26/10/15
018300 01  REPORT-LINE                 PIC X(132).                      26/10/15
018400                                                                  26/10/15
018500 FD  RUN-CONTROL-FILE                                             26/10/15
018600     LABEL RECORDS ARE STANDARD.                                  26/10/15
018700 COPY RUNCREC.                                                    26/10/15
018800                                                                  26/10/15
018900 FD  RUN-LOG-FILE                                                 26/10/15
019000     LABEL RECORDS ARE STANDARD.                                  26/10/15
019100 COPY RUNLREC.                                                    26/10/15
019200                                                                  26/10/15
019300 WORKING-STORAGE SECTION.                                         26/10/15
019400                                                                  26/10/15
019500*-----------------------------------------------------------------26/10/15
019600*  SWITCHES AND COUNTERS.                                         26/10/15
019700*-----------------------------------------------------------------26/10/15
019800 01  WS-SWITCHES.                                                 26/10/15
019900     02  WS-RAW-EOF-SWITCH        PIC X      VALUE SPACE.         26/10/15
020000         88  NO-MORE-RAW                     VALUE "Y".           26/10/15
020100     02  WS-REJECT-EOF-SWITCH     PIC X      VALUE SPACE.         26/10/15
020200         88  NO-MORE-REJECTS                 VALUE "Y".           26/10/15
020300     02  WS-CLEAN-EOF-SWITCH      PIC X      VALUE SPACE.         26/10/15
020400         88  NO-MORE-CLEAN                   VALUE "Y".           26/10/15
020500     02  WS-RESULT-EOF-SWITCH     PIC X      VALUE SPACE.         26/10/15
020600         88  NO-MORE-RESULTS                 VALUE "Y".           26/10/15
020700     02  WS-MAP-EOF-SWITCH        PIC X      VALUE SPACE.         26/10/15
020800         88  NO-MORE-MAPPINGS                VALUE "Y".           26/10/15
020900     02  WS-POSTING-EOF-SWITCH    PIC X      VALUE SPACE.         26/10/15
021000         88  NO-MORE-POSTINGS                VALUE "Y".           26/10/15
021100     02  WS-SUMMARY-EOF-SWITCH    PIC X      VALUE SPACE.         26/10/15
021200         88  NO-MORE-SUMMARIES               VALUE "Y".           26/10/15
021300     02  WS-CKPT-EOF-SWITCH       PIC X      VALUE SPACE.         26/10/15
021400         88  NO-CHECKPOINT-RECORD            VALUE "Y".           26/10/15
021500     02  WS-CKPT-DONE-SWITCH      PIC X      VALUE SPACE.         26/10/15
021600         88  CHECKPOINT-IS-COMPLETE          VALUE "Y".           26/10/15
021700     02  WS-EXEC-RUN-SWITCH       PIC X      VALUE SPACE.         26/10/15
021800         88  EXEC-RUN-IS-COMPLETE            VALUE "Y".           26/10/15
021900     02  WS-TRAILER-SWITCH        PIC X      VALUE SPACE.         26/10/15
022000         88  TRAILER-RECORD-SEEN             VALUE "Y".           26/10/15
022100                                                                  26/10/15
022200 COPY FORMSELW.                                                   26/10/15
022300 COPY RUNCTLW.                                                    26/10/15
022400                                                                  26/10/15
022500 01  WS-COUNTERS.                                                 26/10/15
022600     02  WS-MAP-INDEX             PIC S9(4)  COMP VALUE ZERO.     26/10/15
022700     02  WS-MAP-COUNT             PIC S9(4)  COMP VALUE ZERO.     26/10/15
022800     02  WS-MAP-MAX               PIC S9(4)  COMP VALUE 500.      26/10/15
022900     02  WS-MAP-FOUND-X           PIC S9(4)  COMP VALUE ZERO.     26/10/15
023000     02  WS-FORMULA-COUNT         PIC S9(4)  COMP VALUE ZERO.     26/10/15
023100     02  WS-FORMULA-MAX           PIC S9(4)  COMP VALUE 500.      26/10/15
023200     02  WS-FEED-DETAILS          PIC S9(7)  COMP VALUE ZERO.     26/10/15
023300     02  WS-REJECTED-DETAILS      PIC S9(7)  COMP VALUE ZERO.     26/10/15
023400     02  WS-CLEAN-RECORDS         PIC S9(7)  COMP VALUE ZERO.     26/10/15
023500     02  WS-CLEAN-IN-RANGE        PIC S9(7)  COMP VALUE ZERO.     26/10/15
023600     02  WS-CLEAN-OUT-OF-RANGE    PIC S9(7)  COMP VALUE ZERO.     26/10/15
023700     02  WS-EXEC-INPUTS           PIC S9(7)  COMP VALUE ZERO.     26/10/15
023800     02  WS-EXEC-RESULTS          PIC S9(7)  COMP VALUE ZERO.     26/10/15
023900     02  WS-RESULT-RECORDS        PIC S9(7)  COMP VALUE ZERO.     26/10/15
024000     02  WS-ERROR-RESULTS         PIC S9(7)  COMP VALUE ZERO.     26/10/15
024100     02  WS-SUSPENSE-RESULTS      PIC S9(7)  COMP VALUE ZERO.     26/10/15
024200     02  WS-POSTING-DETAILS       PIC S9(7)  COMP VALUE ZERO.     26/10/15
024210     02  WS-REVERSAL-DETAILS      PIC S9(7)  COMP VALUE ZERO.     26/10/15
024300     02  WS-SUMMARY-COUNT         PIC S9(7)  COMP VALUE ZERO.     26/10/15
024400     02  WS-SUMMARY-ERRORS        PIC S9(7)  COMP VALUE ZERO.     26/10/15
024500     02  WS-TOTAL-BALANCED        PIC S9(7)  COMP VALUE ZERO.     26/10/15
024600     02  WS-TOTAL-BREAKS          PIC S9(7)  COMP VALUE ZERO.     26/10/15
024700                                                                  26/10/15
024800*-----------------------------------------------------------------26/10/15
024900*  VALUE TOTALS.  THE GL TRAILER VALUE WRAPS AT ITS PICTURE       26/10/15
025000*  SIZE, SO THE FIGURES PROVED AGAINST IT ARE CARRIED IN THE      26/10/15
025100*  SAME PICTURE BEFORE THEY ARE COMPARED.                         26/10/15
025200*-----------------------------------------------------------------26/10/15
025300 01  WS-VALUE-AREAS.                                              26/10/15
025400     02  WS-TRAILER-COUNT         PIC 9(7)   VALUE ZERO.          26/10/15
025410     02  WS-TRAILER-REVERSALS     PIC 9(7)   VALUE ZERO.          26/10/15
025500     02  WS-TRAILER-VALUE         PIC S9(11)V9(9) VALUE ZERO.     26/10/15
025600     02  WS-DETAIL-VALUE          PIC S9(11)V9(9) VALUE ZERO.     26/10/15
025610     02  WS-REVERSAL-VALUE        PIC S9(11)V9(9) VALUE ZERO.     26/10/15
025620     02  WS-FILE-VALUE            PIC S9(11)V9(9) VALUE ZERO.     26/10/15
025630     02  WS-NEW-POSTING-VALUE     PIC S9(11)V9(9) VALUE ZERO.     26/10/15
025700     02  WS-UNMAPPED-VALUE        PIC S9(13)V9(9) VALUE ZERO.     26/10/15
025800     02  WS-SUMMARY-TOTAL         PIC S9(13)V9(9) VALUE ZERO.     26/10/15
025900     02  WS-NET-SUMMARY-TOTAL     PIC S9(13)V9(9) VALUE ZERO.     26/10/15
026000     02  WS-WRAPPED-TOTAL         PIC S9(11)V9(9) VALUE ZERO.     26/10/15
026100                                                                  26/10/15
026200*-----------------------------------------------------------------26/10/15
026300*  THE PROOF IN HAND: ITS STEP, WHAT IT PROVES, AND THE TWO       26/10/15
026400*  FIGURES THAT MUST AGREE.                                       26/10/15
026500*-----------------------------------------------------------------26/10/15
026600 01  WS-PROOF-AREAS.                                              26/10/15
026700     02  WS-PROOF-STEP            PIC X(8)   VALUE SPACE.         26/10/15
026800     02  WS-PROOF-CAPTION         PIC X(36)  VALUE SPACE.         26/10/15
026900     02  WS-PROOF-EXPECTED        PIC S9(13)V9(9) VALUE ZERO.     26/10/15
027000     02  WS-PROOF-ACTUAL          PIC S9(13)V9(9) VALUE ZERO.     26/10/15
027100                                                                  26/10/15
027200*-----------------------------------------------------------------26/10/15
027300*  MAPPING TABLE - THE WHOLE MAPPING FILE, LOADED ONCE AT         26/10/15
027400*  INITIALIZATION IN KEY ORDER, AS CALCGLEX LOADS IT.             26/10/15
027500*-----------------------------------------------------------------26/10/15
027600 01  WS-MAP-TABLE.                                                26/10/15
027700     02  WS-MAP-ENTRY             OCCURS 500 TIMES.               26/10/15
027800         03  WS-MAP-FORMULA-ID    PIC X(8).                       26/10/15
027900                                                                  26/10/15
028000*-----------------------------------------------------------------26/10/15
028100*  REPORT LINE LAYOUTS.                                           26/10/15
028200*-----------------------------------------------------------------26/10/15
028300 01  WS-HEADING-LINE.                                             26/10/15
028400     02  FILLER                   PIC X(132)                      26/10/15
028500             VALUE "CALCPK END-OF-NIGHT CONTROL TOTAL BALANCING". 26/10/15
028600                                                                  26/10/15
028700 01  WS-DATE-LINE.                                                26/10/15
028800     02  FILLER                   PIC X(20)                       26/10/15
028900                      VALUE "AS-OF DATE        : ".               26/10/15
029000     02  WS-DTL-AS-OF             PIC 9(8).                       26/10/15
029100     02  FILLER                   PIC X(104) VALUE SPACE.         26/10/15
029200                                                                  26/10/15
029300 01  WS-COLUMN-LINE.                                              26/10/15
029400     02  FILLER                   PIC X(53)                       26/10/15
029500             VALUE "   STEP       PROOF".                         26/10/15
029600     02  FILLER                   PIC X(24)                       26/10/15
029700             VALUE "                EXPECTED".                    26/10/15
029800     02  FILLER                   PIC X(27)                       26/10/15
029900             VALUE "                     ACTUAL".                 26/10/15
030000     02  FILLER                   PIC X(28)                       26/10/15
030100             VALUE "   OUTCOME".                                  26/10/15
030200                                                                  26/10/15
030300 01  WS-COUNT-LINE.                                               26/10/15
030400     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
030500     02  WS-CNT-STEP              PIC X(8).                       26/10/15
030600     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
030700     02  WS-CNT-CAPTION           PIC X(36).                      26/10/15
030800     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
030900     02  WS-CNT-EXPECTED          PIC -(23)9.                     26/10/15
031000     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
031100     02  WS-CNT-ACTUAL            PIC -(23)9.                     26/10/15
031200     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
031300     02  WS-CNT-OUTCOME           PIC X(13).                      26/10/15
031400     02  FILLER                   PIC X(12)  VALUE SPACE.         26/10/15
031500                                                                  26/10/15
031600 01  WS-VALUE-LINE.                                               26/10/15
031700     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
031800     02  WS-VAL-STEP              PIC X(8).                       26/10/15
031900     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
032000     02  WS-VAL-CAPTION           PIC X(36).                      26/10/15
032100     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
032200     02  WS-VAL-EXPECTED          PIC -(13)9.9(9).                26/10/15
032300     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
032400     02  WS-VAL-ACTUAL            PIC -(13)9.9(9).                26/10/15
032500     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
032600     02  WS-VAL-OUTCOME           PIC X(13).                      26/10/15
032700     02  FILLER                   PIC X(12)  VALUE SPACE.         26/10/15
032800                                                                  26/10/15
032900 01  WS-MESSAGE-LINE.                                             26/10/15
033000     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
033100     02  WS-MSG-STEP              PIC X(8).                       26/10/15
033200     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
033300     02  WS-MSG-TEXT              PIC X(50).                      26/10/15
033400     02  FILLER                   PIC X(43)  VALUE SPACE.         26/10/15
033500     02  WS-MSG-OUTCOME           PIC X(13)                       26/10/15
033600                      VALUE "*** BREAK ***".                      26/10/15
033700     02  FILLER                   PIC X(12)  VALUE SPACE.         26/10/15
033800                                                                  26/10/15
033900 01  WS-SUMMARY-LINE.                                             26/10/15
034000     02  FILLER                   PIC X(20)                       26/10/15
034100                      VALUE "FEED DETAILS      : ".               26/10/15
034200     02  WS-SUM-FEED              PIC ZZZ,ZZ9.                    26/10/15
034300     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
034400                                                                  26/10/15
034500 01  WS-SUMMARY-LINE-2.                                           26/10/15
034600     02  FILLER                   PIC X(20)                       26/10/15
034700                      VALUE "EDIT REJECTS      : ".               26/10/15
034800     02  WS-SUM-REJECTED          PIC ZZZ,ZZ9.                    26/10/15
034900     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
035000                                                                  26/10/15
035100 01  WS-SUMMARY-LINE-3.                                           26/10/15
035200     02  FILLER                   PIC X(20)                       26/10/15
035300                      VALUE "OUTSIDE KEY RANGE : ".               26/10/15
035400     02  WS-SUM-OUT-OF-RANGE      PIC ZZZ,ZZ9.                    26/10/15
035500     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
035600                                                                  26/10/15
035700 01  WS-SUMMARY-LINE-4.                                           26/10/15
035800     02  FILLER                   PIC X(20)                       26/10/15
035900                      VALUE "FORMULAS IN EFFECT: ".               26/10/15
036000     02  WS-SUM-FORMULAS          PIC ZZZ,ZZ9.                    26/10/15
036100     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
036200                                                                  26/10/15
036300 01  WS-SUMMARY-LINE-5.                                           26/10/15
036400     02  FILLER                   PIC X(20)                       26/10/15
036500                      VALUE "RESULTS IN ERROR  : ".               26/10/15
036600     02  WS-SUM-ERRORS            PIC ZZZ,ZZ9.                    26/10/15
036700     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
036800                                                                  26/10/15
036900 01  WS-SUMMARY-LINE-6.                                           26/10/15
037000     02  FILLER                   PIC X(20)                       26/10/15
037100                      VALUE "HELD IN SUSPENSE  : ".               26/10/15
037200     02  WS-SUM-SUSPENSE          PIC ZZZ,ZZ9.                    26/10/15
037300     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
037400                                                                  26/10/15
037500 01  WS-SUMMARY-LINE-7.                                           26/10/15
037600     02  FILLER                   PIC X(20)                       26/10/15
037700                      VALUE "PROOFS BALANCED   : ".               26/10/15
037800     02  WS-SUM-BALANCED          PIC ZZZ,ZZ9.                    26/10/15
037900     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
038000                                                                  26/10/15
038100 01  WS-SUMMARY-LINE-8.                                           26/10/15
038200     02  FILLER                   PIC X(20)                       26/10/15
038300                      VALUE "BREAKS            : ".               26/10/15
038400     02  WS-SUM-BREAKS            PIC ZZZ,ZZ9.                    26/10/15
038500     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
038600                                                                  26/10/15
038700 01  WS-OUTCOME-LINE.                                             26/10/15
038800     02  FILLER                   PIC X(20)                       26/10/15
038900                      VALUE "BALANCING OUTCOME : ".               26/10/15
039000     02  WS-OUT-TEXT              PIC X(6).                       26/10/15
039100     02  FILLER                   PIC X(106) VALUE SPACE.         26/10/15
039200                                                                  26/10/15
039300 PROCEDURE DIVISION.                                              26/10/15
039400                                                                  26/10/15
039500*    0000-MAINLINE                                                26/10/15
039600                                                                  26/10/15
039700 0000-MAINLINE.                                                   26/10/15
039800     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       26/10/15
039900     PERFORM 2000-COUNT-FEED THRU 2000-EXIT                       26/10/15
040000     PERFORM 2200-COUNT-REJECTS THRU 2200-EXIT                    26/10/15
040100     PERFORM 2400-COUNT-CLEAN THRU 2400-EXIT                      26/10/15
040200     PERFORM 2600-COUNT-RESULTS THRU 2600-EXIT                    26/10/15
040300     PERFORM 2800-COUNT-POSTINGS THRU 2800-EXIT                   26/10/15
040400     PERFORM 3000-TOTAL-SUMMARY THRU 3000-EXIT                    26/10/15
040500     PERFORM 4000-PROVE-EDIT THRU 4000-EXIT                       26/10/15
040600     PERFORM 4200-PROVE-EVALUATION THRU 4200-EXIT                 26/10/15
040700     PERFORM 4400-PROVE-GL-EXTRACT THRU 4400-EXIT                 26/10/15
040800     PERFORM 4600-PROVE-SUMMARY THRU 4600-EXIT                    26/10/15
040900     PERFORM 8000-TERMINATE THRU 8000-EXIT                        26/10/15
041000     STOP RUN                                                     26/10/15
041100     .                                                            26/10/15
041200                                                                  26/10/15
041300*-----------------------------------------------------------------26/10/15
041400*  THE RUN CONTROL SUPPLIES THE AS-OF DATE AND THE FORMULA AND    26/10/15
041500*  KEY RANGES CALCEXEC RAN UNDER.  NO START RECORD IS LOGGED -    26/10/15
041600*  THE ONLY RUN-LOG RECORD IS THE OUTCOME WRITTEN AT THE END.     26/10/15
041700*-----------------------------------------------------------------26/10/15
041800 1000-INITIALIZE.                                                 26/10/15
041900     MOVE "CALCBAL" TO RC-PROGRAM-NAME                            26/10/15
042000     PERFORM 1141-GET-RUN-CONTROL THRU 1141-EXIT                  26/10/15
042100     IF RUN-MUST-NOT-START                                        26/10/15
042200         PERFORM 1145-REFUSE-TO-START THRU 1145-EXIT              26/10/15
042300     .                                                            26/10/15
042400     OPEN OUTPUT BALANCE-REPORT                                   26/10/15
042500     WRITE REPORT-LINE FROM WS-HEADING-LINE                       26/10/15
042600     MOVE WS-AS-OF-DATE TO WS-DTL-AS-OF                           26/10/15
042700     WRITE REPORT-LINE FROM WS-DATE-LINE                          26/10/15
042800     MOVE SPACE TO REPORT-LINE                                    26/10/15
042900     WRITE REPORT-LINE                                            26/10/15
043000     WRITE REPORT-LINE FROM WS-COLUMN-LINE                        26/10/15
043100     PERFORM 1200-LOAD-MAPPINGS THRU 1200-EXIT                    26/10/15
043200     OPEN INPUT FORMULA-LIBRARY                                   26/10/15
043300     PERFORM 1150-GET-EFFECTIVE-FORMULA THRU 1150-EXIT            26/10/15
043400     PERFORM 1300-COUNT-FORMULA THRU 1300-EXIT                    26/10/15
043500         UNTIL NOT FORMULA-DELIVERED                              26/10/15
043600     CLOSE FORMULA-LIBRARY                                        26/10/15
043700     PERFORM 1400-CHECK-EVALUATION-RUN THRU 1400-EXIT             26/10/15
043800     .                                                            26/10/15
043900 1000-EXIT.                                                       26/10/15
044000     EXIT.                                                        26/10/15
044100                                                                  26/10/15
044200*-----------------------------------------------------------------26/10/15
044300*  A MISSING OR INVALID RUN CONTROL STOPS THE RUN BEFORE ANY      26/10/15
044400*  FILE IS TOUCHED.                                               26/10/15
044500*-----------------------------------------------------------------26/10/15
044600 1145-REFUSE-TO-START.                                            26/10/15
044700     OPEN OUTPUT BALANCE-REPORT                                   26/10/15
044800     MOVE "RUN REFUSED - NO RUN CONTROL" TO REPORT-LINE           26/10/15
044900     WRITE REPORT-LINE                                            26/10/15
045000     CLOSE BALANCE-REPORT                                         26/10/15
045100     STOP RUN                                                     26/10/15
045200     .                                                            26/10/15
045300 1145-EXIT.                                                       26/10/15
045400     EXIT.                                                        26/10/15
045500                                                                  26/10/15
045600 1200-LOAD-MAPPINGS.                                              26/10/15
045700     OPEN INPUT GL-MAP-FILE                                       26/10/15
045800     PERFORM 1250-LOAD-ONE-MAPPING THRU 1250-EXIT                 26/10/15
045900         UNTIL NO-MORE-MAPPINGS                                   26/10/15
046000     CLOSE GL-MAP-FILE                                            26/10/15
046100     .                                                            26/10/15
046200 1200-EXIT.                                                       26/10/15
046300     EXIT.                                                        26/10/15
046400                                                                  26/10/15
046500 1250-LOAD-ONE-MAPPING.                                           26/10/15
046600     READ GL-MAP-FILE                                             26/10/15
046700         AT END                                                   26/10/15
046800             MOVE "Y" TO WS-MAP-EOF-SWITCH                        26/10/15
046900             GO TO 1250-EXIT                                      26/10/15
047000     .                                                            26/10/15
047100     IF WS-MAP-COUNT = WS-MAP-MAX                                 26/10/15
047200         MOVE "Y" TO WS-MAP-EOF-SWITCH                            26/10/15
047300         GO TO 1250-EXIT                                          26/10/15
047400     .                                                            26/10/15
047500     ADD 1 TO WS-MAP-COUNT                                        26/10/15
047600     MOVE GM-FORMULA-ID TO WS-MAP-FORMULA-ID (WS-MAP-COUNT)       26/10/15
047700     .                                                            26/10/15
047800 1250-EXIT.                                                       26/10/15
047900     EXIT.                                                        26/10/15
048000                                                                  26/10/15
048100*-----------------------------------------------------------------26/10/15
048200*  THE FORMULAS IN EFFECT ARE COUNTED THE WAY CALCEXEC LOADS      26/10/15
048300*  THEM: THE VERSION IN EFFECT FOR THE AS-OF DATE, INSIDE THE     26/10/15
048400*  RUN CONTROL FORMULA RANGE, UP TO THE SIZE OF ITS TABLE.        26/10/15
048500*-----------------------------------------------------------------26/10/15
048600 1300-COUNT-FORMULA.                                              26/10/15
048700     IF WS-FORMULA-COUNT = WS-FORMULA-MAX                         26/10/15
048800         MOVE SPACE TO WS-DELIVERED-SWITCH                        26/10/15
048900         GO TO 1300-EXIT                                          26/10/15
049000     .                                                            26/10/15
049100     IF FL-FORMULA-ID NOT < RC-HOLD-FORMULA-LO                    26/10/15
049200             AND FL-FORMULA-ID NOT > RC-HOLD-FORMULA-HI           26/10/15
049300         ADD 1 TO WS-FORMULA-COUNT                                26/10/15
049400     .                                                            26/10/15
049500     PERFORM 1150-GET-EFFECTIVE-FORMULA THRU 1150-EXIT            26/10/15
049600     .                                                            26/10/15
049700 1300-EXIT.                                                       26/10/15
049800     EXIT.                                                        26/10/15
049900                                                                  26/10/15
050000*-----------------------------------------------------------------26/10/15
050100*  CALCEXEC MUST HAVE COMPLETED FOR THE AS-OF DATE - THE RUN      26/10/15
050200*  LOG IS SCANNED WITH THE SHARED RUN CONTROL PARAGRAPH UNDER     26/10/15
050300*  CALCEXEC'S NAME.  ITS COUNTS COME FROM THE CHECKPOINT, WHICH   26/10/15
050400*  HOLDS THE RUN-TO-DATE TOTALS EVEN WHEN THE RUN WAS             26/10/15
050500*  RESTARTED; THE RUN LOG HOLDS ONLY THE LAST SEGMENT'S.          26/10/15
050510*  A PARTITIONED RUN LOGS ITS PARTITIONS UNDER OTHER NAMES;       26/10/15
050520*  THERE THE COMPLETED MERGE (CALCMRGE) STANDS FOR CALCEXEC.      26/10/15
050600*-----------------------------------------------------------------26/10/15
050700 1400-CHECK-EVALUATION-RUN.                                       26/10/15
050800     MOVE "CALCEXEC" TO RC-PROGRAM-NAME                           26/10/15
050900     MOVE SPACE TO RC-LOG-EOF-SWITCH                              26/10/15
051000     MOVE SPACE TO RC-PRIOR-RUN-SWITCH                            26/10/15
051100     PERFORM 1142-CHECK-PRIOR-RUN THRU 1142-EXIT                  26/10/15
051200     IF DATE-ALREADY-RUN                                          26/10/15
051300         MOVE "Y" TO WS-EXEC-RUN-SWITCH                           26/10/15
051400     .                                                            26/10/15
051410     IF NOT EXEC-RUN-IS-COMPLETE                                  26/10/15
051420         MOVE "CALCMRGE" TO RC-PROGRAM-NAME                       26/10/15
051430         MOVE SPACE TO RC-LOG-EOF-SWITCH                          26/10/15
051440         MOVE SPACE TO RC-PRIOR-RUN-SWITCH                        26/10/15
051450         PERFORM 1142-CHECK-PRIOR-RUN THRU 1142-EXIT              26/10/15
051460         IF DATE-ALREADY-RUN                                      26/10/15
051470             MOVE "Y" TO WS-EXEC-RUN-SWITCH                       26/10/15
051480     .                                                            26/10/15
051500     MOVE "CALCBAL" TO RC-PROGRAM-NAME                            26/10/15
051600     OPEN INPUT CHECKPOINT-FILE                                   26/10/15
051700     READ CHECKPOINT-FILE                                         26/10/15
051800         AT END                                                   26/10/15
051900             MOVE "Y" TO WS-CKPT-EOF-SWITCH                       26/10/15
052000     .                                                            26/10/15
052100     IF NOT NO-CHECKPOINT-RECORD                                  26/10/15
052200         MOVE CK-INPUT-COUNT  TO WS-EXEC-INPUTS                   26/10/15
052300         MOVE CK-RESULT-COUNT TO WS-EXEC-RESULTS                  26/10/15
052400         IF CK-RUN-COMPLETE                                       26/10/15
052500             MOVE "Y" TO WS-CKPT-DONE-SWITCH                      26/10/15
052600     .                                                            26/10/15
052700     CLOSE CHECKPOINT-FILE                                        26/10/15
052800     .                                                            26/10/15
052900 1400-EXIT.                                                       26/10/15
053000     EXIT.                                                        26/10/15
053100                                                                  26/10/15
053200*-----------------------------------------------------------------26/10/15
053300*  FILE COUNTS.  EACH FILE IS READ ONCE, START TO END.            26/10/15
053400*-----------------------------------------------------------------26/10/15
053500 2000-COUNT-FEED.                                                 26/10/15
053600     OPEN INPUT RAW-INPUT                                         26/10/15
053700     PERFORM 2050-READ-ONE-RAW THRU 2050-EXIT                     26/10/15
053800         UNTIL NO-MORE-RAW                                        26/10/15
053900     CLOSE RAW-INPUT                                              26/10/15
054000     .                                                            26/10/15
054100 2000-EXIT.                                                       26/10/15
054200     EXIT.                                                        26/10/15
054300                                                                  26/10/15
054400 2050-READ-ONE-RAW.                                               26/10/15
054500     READ RAW-INPUT                                               26/10/15
054600         AT END                                                   26/10/15
054700             MOVE "Y" TO WS-RAW-EOF-SWITCH                        26/10/15
054800             GO TO 2050-EXIT                                      26/10/15
054900     .                                                            26/10/15
055000     IF VR-TYPE-IS-DETAIL                                         26/10/15
055100         ADD 1 TO WS-FEED-DETAILS                                 26/10/15
055200     .                                                            26/10/15
055300 2050-EXIT.                                                       26/10/15
055400     EXIT.                                                        26/10/15
055500                                                                  26/10/15
055600*-----------------------------------------------------------------26/10/15
055700*  THE REJECT FILE HOLDS THE RAW RECORD AS RECEIVED, SO ONLY      26/10/15
055800*  REJECTED DETAILS COUNT AGAINST THE FEED DETAILS - A RECORD     26/10/15
055900*  OF AN INVALID TYPE WAS NEVER A DETAIL.                         26/10/15
056000*-----------------------------------------------------------------26/10/15
056100 2200-COUNT-REJECTS.                                              26/10/15
056200     OPEN INPUT REJECT-FILE                                       26/10/15
056300     PERFORM 2250-READ-ONE-REJECT THRU 2250-EXIT                  26/10/15
056400         UNTIL NO-MORE-REJECTS                                    26/10/15
056500     CLOSE REJECT-FILE                                            26/10/15
056600     .                                                            26/10/15
056700 2200-EXIT.                                                       26/10/15
056800     EXIT.                                                        26/10/15
056900                                                                  26/10/15
057000 2250-READ-ONE-REJECT.                                            26/10/15
057100     READ REJECT-FILE                                             26/10/15
057200         AT END                                                   26/10/15
057300             MOVE "Y" TO WS-REJECT-EOF-SWITCH                     26/10/15
057400             GO TO 2250-EXIT                                      26/10/15
057500     .                                                            26/10/15
057600     IF VJ-TYPE-IS-DETAIL                                         26/10/15
057700         ADD 1 TO WS-REJECTED-DETAILS                             26/10/15
057800     .                                                            26/10/15
057900 2250-EXIT.                                                       26/10/15
058000     EXIT.                                                        26/10/15
058100                                                                  26/10/15
058200 2400-COUNT-CLEAN.                                                26/10/15
058300     OPEN INPUT VARIABLE-INPUT                                    26/10/15
058400     PERFORM 2450-READ-ONE-CLEAN THRU 2450-EXIT                   26/10/15
058500         UNTIL NO-MORE-CLEAN                                      26/10/15
058600     CLOSE VARIABLE-INPUT                                         26/10/15
058700     .                                                            26/10/15
058800 2400-EXIT.                                                       26/10/15
058900     EXIT.                                                        26/10/15
059000                                                                  26/10/15
059100 2450-READ-ONE-CLEAN.                                             26/10/15
059200     READ VARIABLE-INPUT                                          26/10/15
059300         AT END                                                   26/10/15
059400             MOVE "Y" TO WS-CLEAN-EOF-SWITCH                      26/10/15
059500             GO TO 2450-EXIT                                      26/10/15
059600     .                                                            26/10/15
059700     ADD 1 TO WS-CLEAN-RECORDS                                    26/10/15
059800     IF CV-INPUT-KEY < RC-HOLD-KEY-LO                             26/10/15
059900             OR CV-INPUT-KEY > RC-HOLD-KEY-HI                     26/10/15
060000         ADD 1 TO WS-CLEAN-OUT-OF-RANGE                           26/10/15
060100     ELSE                                                         26/10/15
060200         ADD 1 TO WS-CLEAN-IN-RANGE                               26/10/15
060300     .                                                            26/10/15
060400 2450-EXIT.                                                       26/10/15
060500     EXIT.                                                        26/10/15
060600                                                                  26/10/15
060700*-----------------------------------------------------------------26/10/15
060800*  EVERY RESULT IS SORTED THE WAY CALCGLEX DISPOSES OF IT: AN     26/10/15
060900*  ERRORED RESULT OR ONE WHOSE FORMULA HAS NO GL MAPPING IS       26/10/15
061000*  SUSPENSE, ANYTHING ELSE SHOULD HAVE BEEN POSTED.  THE VALUE    26/10/15
061100*  OF THE UNMAPPED CLEAN RESULTS IS KEPT - CALCSUM COUNTS IT,     26/10/15
061200*  THE LEDGER NEVER SEES IT.                                      26/10/15
061300*-----------------------------------------------------------------26/10/15
061400 2600-COUNT-RESULTS.                                              26/10/15
061500     OPEN INPUT RESULTS-MASTER                                    26/10/15
061600     PERFORM 2650-READ-ONE-RESULT THRU 2650-EXIT                  26/10/15
061700         UNTIL NO-MORE-RESULTS                                    26/10/15
061800     CLOSE RESULTS-MASTER                                         26/10/15
061900     .                                                            26/10/15
062000 2600-EXIT.                                                       26/10/15
062100     EXIT.                                                        26/10/15
062200                                                                  26/10/15
062300 2650-READ-ONE-RESULT.                                            26/10/15
062400     READ RESULTS-MASTER                                          26/10/15
062500         AT END                                                   26/10/15
062600             MOVE "Y" TO WS-RESULT-EOF-SWITCH                     26/10/15
062700             GO TO 2650-EXIT                                      26/10/15
062800     .                                                            26/10/15
062900     ADD 1 TO WS-RESULT-RECORDS                                   26/10/15
063000     IF RM-FEEDBACK NOT = SPACE                                   26/10/15
063100         ADD 1 TO WS-ERROR-RESULTS                                26/10/15
063200         ADD 1 TO WS-SUSPENSE-RESULTS                             26/10/15
063300         GO TO 2650-EXIT                                          26/10/15
063400     .                                                            26/10/15
063500     MOVE ZERO TO WS-MAP-FOUND-X                                  26/10/15
063600     PERFORM 2660-TEST-ONE-MAPPING THRU 2660-EXIT                 26/10/15
063700         VARYING WS-MAP-INDEX FROM 1 BY 1                         26/10/15
063800             UNTIL WS-MAP-INDEX > WS-MAP-COUNT                    26/10/15
063900                OR WS-MAP-FOUND-X > ZERO                          26/10/15
064000     IF WS-MAP-FOUND-X = ZERO                                     26/10/15
064100         ADD 1 TO WS-SUSPENSE-RESULTS                             26/10/15
064200         ADD RM-RESULT TO WS-UNMAPPED-VALUE                       26/10/15
064300     .                                                            26/10/15
064400 2650-EXIT.                                                       26/10/15
064500     EXIT.                                                        26/10/15
064600                                                                  26/10/15
064700 2660-TEST-ONE-MAPPING.                                           26/10/15
064800     IF WS-MAP-FORMULA-ID (WS-MAP-INDEX) = RM-FORMULA-ID          26/10/15
064900         MOVE WS-MAP-INDEX TO WS-MAP-FOUND-X                      26/10/15
065000     .                                                            26/10/15
065100 2660-EXIT.                                                       26/10/15
065200     EXIT.                                                        26/10/15
065300                                                                  26/10/15
065400 2800-COUNT-POSTINGS.                                             26/10/15
065500     OPEN INPUT POSTING-FILE                                      26/10/15
065600     PERFORM 2850-READ-ONE-POSTING THRU 2850-EXIT                 26/10/15
065700         UNTIL NO-MORE-POSTINGS                                   26/10/15
065800     CLOSE POSTING-FILE                                           26/10/15
065900     .                                                            26/10/15
066000 2800-EXIT.                                                       26/10/15
066100     EXIT.                                                        26/10/15
066200                                                                  26/10/15
066300 2850-READ-ONE-POSTING.                                           26/10/15
066400     READ POSTING-FILE                                            26/10/15
066500         AT END                                                   26/10/15
066600             MOVE "Y" TO WS-POSTING-EOF-SWITCH                    26/10/15
066700             GO TO 2850-EXIT                                      26/10/15
066800     .                                                            26/10/15
066900     IF GP-TYPE-IS-DETAIL                                         26/10/15
067000         ADD 1 TO WS-POSTING-DETAILS                              26/10/15
067100         ADD GP-AMOUNT TO WS-DETAIL-VALUE                         26/10/15
067200     ELSE                                                         26/10/15
067210     IF GP-TYPE-IS-REVERSAL                                       26/10/15
067220         ADD 1 TO WS-REVERSAL-DETAILS                             26/10/15
067230         ADD GP-AMOUNT TO WS-REVERSAL-VALUE                       26/10/15
067240     ELSE                                                         26/10/15
067300     IF GP-TYPE-IS-TRAILER                                        26/10/15
067400         MOVE "Y"             TO WS-TRAILER-SWITCH                26/10/15
067500         MOVE GP-RECORD-COUNT TO WS-TRAILER-COUNT                 26/10/15
067600         MOVE GP-VALUE-TOTAL  TO WS-TRAILER-VALUE                 26/10/15
067610         MOVE GP-REVERSAL-COUNT TO WS-TRAILER-REVERSALS           26/10/15
067700     .                                                            26/10/15
067800 2850-EXIT.                                                       26/10/15
067900     EXIT.                                                        26/10/15
068000                                                                  26/10/15
068100*-----------------------------------------------------------------26/10/15
068200*  ONLY THE PER-FORMULA GROUPS ARE TOTALLED; THE PER-BRANCH       26/10/15
068300*  GROUPS ARE THE SAME RESULTS CUT THE OTHER WAY.                 26/10/15
068400*-----------------------------------------------------------------26/10/15
068500 3000-TOTAL-SUMMARY.                                              26/10/15
068600     OPEN INPUT SUMMARY-FILE                                      26/10/15
068700     PERFORM 3050-READ-ONE-SUMMARY THRU 3050-EXIT                 26/10/15
068800         UNTIL NO-MORE-SUMMARIES                                  26/10/15
068900     CLOSE SUMMARY-FILE                                           26/10/15
069000     .                                                            26/10/15
069100 3000-EXIT.                                                       26/10/15
069200     EXIT.                                                        26/10/15
069300                                                                  26/10/15
069400 3050-READ-ONE-SUMMARY.                                           26/10/15
069500     READ SUMMARY-FILE                                            26/10/15
069600         AT END                                                   26/10/15
069700             MOVE "Y" TO WS-SUMMARY-EOF-SWITCH                    26/10/15
069800             GO TO 3050-EXIT                                      26/10/15
069900     .                                                            26/10/15
070000     IF SM-TYPE-IS-FORMULA                                        26/10/15
070100         ADD SM-COUNT  TO WS-SUMMARY-COUNT                        26/10/15
070200         ADD SM-ERRORS TO WS-SUMMARY-ERRORS                       26/10/15
070300         ADD SM-TOTAL  TO WS-SUMMARY-TOTAL                        26/10/15
070400     .                                                            26/10/15
070500 3050-EXIT.                                                       26/10/15
070600     EXIT.                                                        26/10/15
070700                                                                  26/10/15
070800*-----------------------------------------------------------------26/10/15
070900*  THE PROOFS, ONE STEP AT A TIME.                                26/10/15
071000*-----------------------------------------------------------------26/10/15
071100 4000-PROVE-EDIT.                                                 26/10/15
071200     MOVE "CALCVEDT" TO WS-PROOF-STEP                             26/10/15
071300     MOVE "FEED DETAILS LESS EDIT REJECTS" TO WS-PROOF-CAPTION    26/10/15
071400     COMPUTE WS-PROOF-EXPECTED                                    26/10/15
071500           = WS-FEED-DETAILS - WS-REJECTED-DETAILS                26/10/15
071600     MOVE WS-CLEAN-RECORDS TO WS-PROOF-ACTUAL                     26/10/15
071700     PERFORM 5000-PROVE-COUNT THRU 5000-EXIT                      26/10/15
071800     .                                                            26/10/15
071900 4000-EXIT.                                                       26/10/15
072000     EXIT.                                                        26/10/15
072100                                                                  26/10/15
072200 4200-PROVE-EVALUATION.                                           26/10/15
072300     MOVE "CALCEXEC" TO WS-PROOF-STEP                             26/10/15
072400     IF NOT EXEC-RUN-IS-COMPLETE                                  26/10/15
072500         MOVE "NO COMPLETED RUN ON THE RUN LOG FOR THE AS-OF DATE"26/10/15
072600             TO WS-MSG-TEXT                                       26/10/15
072700         PERFORM 5200-REPORT-BREAK THRU 5200-EXIT                 26/10/15
072800     .                                                            26/10/15
072900     IF NO-CHECKPOINT-RECORD                                      26/10/15
073000         MOVE "NO CHECKPOINT RECORD - RUN COUNTS NOT AVAILABLE"   26/10/15
073100             TO WS-MSG-TEXT                                       26/10/15
073200         PERFORM 5200-REPORT-BREAK THRU 5200-EXIT                 26/10/15
073300     ELSE                                                         26/10/15
073400     IF NOT CHECKPOINT-IS-COMPLETE                                26/10/15
073500         MOVE "CHECKPOINT NOT MARKED COMPLETE - RUN UNFINISHED"   26/10/15
073600             TO WS-MSG-TEXT                                       26/10/15
073700         PERFORM 5200-REPORT-BREAK THRU 5200-EXIT                 26/10/15
073800     .                                                            26/10/15
073900     MOVE "CLEAN INPUTS IN KEY RANGE READ" TO WS-PROOF-CAPTION    26/10/15
074000     MOVE WS-CLEAN-IN-RANGE TO WS-PROOF-EXPECTED                  26/10/15
074100     MOVE WS-EXEC-INPUTS    TO WS-PROOF-ACTUAL                    26/10/15
074200     PERFORM 5000-PROVE-COUNT THRU 5000-EXIT                      26/10/15
074300     MOVE "INPUTS TIMES FORMULAS IN EFFECT" TO WS-PROOF-CAPTION   26/10/15
074400     COMPUTE WS-PROOF-EXPECTED                                    26/10/15
074500           = WS-CLEAN-IN-RANGE * WS-FORMULA-COUNT                 26/10/15
074600     MOVE WS-EXEC-RESULTS   TO WS-PROOF-ACTUAL                    26/10/15
074700     PERFORM 5000-PROVE-COUNT THRU 5000-EXIT                      26/10/15
074800     MOVE "RESULTS WRITTEN ON CALCRSLT" TO WS-PROOF-CAPTION       26/10/15
074900     MOVE WS-EXEC-RESULTS   TO WS-PROOF-EXPECTED                  26/10/15
075000     MOVE WS-RESULT-RECORDS TO WS-PROOF-ACTUAL                    26/10/15
075100     PERFORM 5000-PROVE-COUNT THRU 5000-EXIT                      26/10/15
075200     .                                                            26/10/15
075300 4200-EXIT.                                                       26/10/15
075400     EXIT.                                                        26/10/15
075500                                                                  26/10/15
075600 4400-PROVE-GL-EXTRACT.                                           26/10/15
075700     MOVE "CALCGLEX" TO WS-PROOF-STEP                             26/10/15
075800     IF NOT TRAILER-RECORD-SEEN                                   26/10/15
075900         MOVE "NO TRAILER RECORD ON THE POSTING FILE"             26/10/15
076000             TO WS-MSG-TEXT                                       26/10/15
076100         PERFORM 5200-REPORT-BREAK THRU 5200-EXIT                 26/10/15
076200     .                                                            26/10/15
076300     MOVE "POSTINGS PLUS SUSPENSE" TO WS-PROOF-CAPTION            26/10/15
076400     MOVE WS-RESULT-RECORDS TO WS-PROOF-EXPECTED                  26/10/15
076500     COMPUTE WS-PROOF-ACTUAL                                      26/10/15
076510           = WS-TRAILER-COUNT - WS-TRAILER-REVERSALS              26/10/15
076520           + WS-SUSPENSE-RESULTS                                  26/10/15
076700     PERFORM 5000-PROVE-COUNT THRU 5000-EXIT                      26/10/15
076800     MOVE "POSTING DETAILS AGAINST TRAILER" TO WS-PROOF-CAPTION   26/10/15
076900     MOVE WS-TRAILER-COUNT   TO WS-PROOF-EXPECTED                 26/10/15
077000     COMPUTE WS-PROOF-ACTUAL                                      26/10/15
077010           = WS-POSTING-DETAILS + WS-REVERSAL-DETAILS             26/10/15
077020     PERFORM 5000-PROVE-COUNT THRU 5000-EXIT                      26/10/15
077030     MOVE "REVERSALS AGAINST TRAILER" TO WS-PROOF-CAPTION         26/10/15
077040     MOVE WS-TRAILER-REVERSALS TO WS-PROOF-EXPECTED               26/10/15
077050     MOVE WS-REVERSAL-DETAILS  TO WS-PROOF-ACTUAL                 26/10/15
077100     PERFORM 5000-PROVE-COUNT THRU 5000-EXIT                      26/10/15
077200     MOVE "POSTED VALUE AGAINST TRAILER" TO WS-PROOF-CAPTION      26/10/15
077300     MOVE WS-TRAILER-VALUE TO WS-PROOF-EXPECTED                   26/10/15
077400     COMPUTE WS-FILE-VALUE                                        26/10/15
077410           = WS-DETAIL-VALUE + WS-REVERSAL-VALUE                  26/10/15
077420     MOVE WS-FILE-VALUE    TO WS-PROOF-ACTUAL                     26/10/15
077500     PERFORM 5100-PROVE-VALUE THRU 5100-EXIT                      26/10/15
077600     .                                                            26/10/15
077700 4400-EXIT.                                                       26/10/15
077800     EXIT.                                                        26/10/15
077900                                                                  26/10/15
078000*-----------------------------------------------------------------26/10/15
078100*  THE PER-FORMULA TOTALS ARE ALREADY NET OF ERRORED RESULTS;     26/10/15
078200*  TAKING OUT THE UNMAPPED RESULTS LEAVES WHAT WAS POSTED, AND    26/10/15
078210*  TAKING THE REVERSALS OUT OF THE TRAILER VALUE LEAVES WHAT      26/10/15
078220*  WAS POSTED FROM TONIGHT'S RESULTS.                             26/10/15
078300*-----------------------------------------------------------------26/10/15
078400 4600-PROVE-SUMMARY.                                              26/10/15
078500     MOVE "CALCSUM" TO WS-PROOF-STEP                              26/10/15
078600     MOVE "RESULTS SUMMARIZED BY FORMULA" TO WS-PROOF-CAPTION     26/10/15
078700     MOVE WS-RESULT-RECORDS TO WS-PROOF-EXPECTED                  26/10/15
078800     COMPUTE WS-PROOF-ACTUAL                                      26/10/15
078900           = WS-SUMMARY-COUNT + WS-SUMMARY-ERRORS                 26/10/15
079000     PERFORM 5000-PROVE-COUNT THRU 5000-EXIT                      26/10/15
079100     MOVE "ERRORS SUMMARIZED BY FORMULA" TO WS-PROOF-CAPTION      26/10/15
079200     MOVE WS-ERROR-RESULTS  TO WS-PROOF-EXPECTED                  26/10/15
079300     MOVE WS-SUMMARY-ERRORS TO WS-PROOF-ACTUAL                    26/10/15
079400     PERFORM 5000-PROVE-COUNT THRU 5000-EXIT                      26/10/15
079500     COMPUTE WS-NET-SUMMARY-TOTAL                                 26/10/15
079600           = WS-SUMMARY-TOTAL - WS-UNMAPPED-VALUE                 26/10/15
079700     MOVE WS-NET-SUMMARY-TOTAL TO WS-WRAPPED-TOTAL                26/10/15
079800     MOVE "FORMULA TOTALS AGAINST GL TRAILER" TO WS-PROOF-CAPTION 26/10/15
079900     MOVE WS-WRAPPED-TOTAL TO WS-PROOF-EXPECTED                   26/10/15
080000     COMPUTE WS-NEW-POSTING-VALUE                                 26/10/15
080010           = WS-TRAILER-VALUE - WS-REVERSAL-VALUE                 26/10/15
080020     MOVE WS-NEW-POSTING-VALUE TO WS-PROOF-ACTUAL                 26/10/15
080100     PERFORM 5100-PROVE-VALUE THRU 5100-EXIT                      26/10/15
080200     .                                                            26/10/15
080300 4600-EXIT.                                                       26/10/15
080400     EXIT.                                                        26/10/15
080500                                                                  26/10/15
080600*-----------------------------------------------------------------26/10/15
080700*  ONE PROOF LINE.  THE CALLER HAS SET THE STEP, CAPTION AND      26/10/15
080800*  THE TWO FIGURES.                                               26/10/15
080900*-----------------------------------------------------------------26/10/15
081000 5000-PROVE-COUNT.                                                26/10/15
081100     MOVE WS-PROOF-STEP     TO WS-CNT-STEP                        26/10/15
081200     MOVE WS-PROOF-CAPTION  TO WS-CNT-CAPTION                     26/10/15
081300     MOVE WS-PROOF-EXPECTED TO WS-CNT-EXPECTED                    26/10/15
081400     MOVE WS-PROOF-ACTUAL   TO WS-CNT-ACTUAL                      26/10/15
081500     IF WS-PROOF-EXPECTED = WS-PROOF-ACTUAL                       26/10/15
081600         MOVE "BALANCED" TO WS-CNT-OUTCOME                        26/10/15
081700         ADD 1 TO WS-TOTAL-BALANCED                               26/10/15
081800     ELSE                                                         26/10/15
081900         MOVE "*** BREAK ***" TO WS-CNT-OUTCOME                   26/10/15
082000         ADD 1 TO WS-TOTAL-BREAKS                                 26/10/15
082100     .                                                            26/10/15
082200     WRITE REPORT-LINE FROM WS-COUNT-LINE                         26/10/15
082300     .                                                            26/10/15
082400 5000-EXIT.                                                       26/10/15
082500     EXIT.                                                        26/10/15
082600                                                                  26/10/15
082700 5100-PROVE-VALUE.                                                26/10/15
082800     MOVE WS-PROOF-STEP     TO WS-VAL-STEP                        26/10/15
082900     MOVE WS-PROOF-CAPTION  TO WS-VAL-CAPTION                     26/10/15
083000     MOVE WS-PROOF-EXPECTED TO WS-VAL-EXPECTED                    26/10/15
083100     MOVE WS-PROOF-ACTUAL   TO WS-VAL-ACTUAL                      26/10/15
083200     IF WS-PROOF-EXPECTED = WS-PROOF-ACTUAL                       26/10/15
083300         MOVE "BALANCED" TO WS-VAL-OUTCOME                        26/10/15
083400         ADD 1 TO WS-TOTAL-BALANCED                               26/10/15
083500     ELSE                                                         26/10/15
083600         MOVE "*** BREAK ***" TO WS-VAL-OUTCOME                   26/10/15
083700         ADD 1 TO WS-TOTAL-BREAKS                                 26/10/15
083800     .                                                            26/10/15
083900     WRITE REPORT-LINE FROM WS-VALUE-LINE                         26/10/15
084000     .                                                            26/10/15
084100 5100-EXIT.                                                       26/10/15
084200     EXIT.                                                        26/10/15
084300                                                                  26/10/15
084400*-----------------------------------------------------------------26/10/15
084500*  A BREAK THAT IS NOT A FIGURE - A STEP THAT DID NOT FINISH OR   26/10/15
084600*  LEFT NO CONTROL RECORD.  THE CALLER HAS SET THE MESSAGE.       26/10/15
084700*-----------------------------------------------------------------26/10/15
084800 5200-REPORT-BREAK.                                               26/10/15
084900     MOVE WS-PROOF-STEP TO WS-MSG-STEP                            26/10/15
085000     WRITE REPORT-LINE FROM WS-MESSAGE-LINE                       26/10/15
085100     ADD 1 TO WS-TOTAL-BREAKS                                     26/10/15
085200     .                                                            26/10/15
085300 5200-EXIT.                                                       26/10/15
085400     EXIT.                                                        26/10/15
085500                                                                  26/10/15
085600 8000-TERMINATE.                                                  26/10/15
085700     MOVE WS-FEED-DETAILS       TO WS-SUM-FEED                    26/10/15
085800     MOVE WS-REJECTED-DETAILS   TO WS-SUM-REJECTED                26/10/15
085900     MOVE WS-CLEAN-OUT-OF-RANGE TO WS-SUM-OUT-OF-RANGE            26/10/15
086000     MOVE WS-FORMULA-COUNT      TO WS-SUM-FORMULAS                26/10/15
086100     MOVE WS-ERROR-RESULTS      TO WS-SUM-ERRORS                  26/10/15
086200     MOVE WS-SUSPENSE-RESULTS   TO WS-SUM-SUSPENSE                26/10/15
086300     MOVE WS-TOTAL-BALANCED     TO WS-SUM-BALANCED                26/10/15
086400     MOVE WS-TOTAL-BREAKS       TO WS-SUM-BREAKS                  26/10/15
086500     MOVE SPACE TO REPORT-LINE                                    26/10/15
086600     WRITE REPORT-LINE                                            26/10/15
086700     WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       26/10/15
086800     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2                     26/10/15
086900     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3                     26/10/15
087000     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4                     26/10/15
087100     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5                     26/10/15
087200     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-6                     26/10/15
087300     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-7                     26/10/15
087400     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-8                     26/10/15
087500     IF WS-TOTAL-BREAKS = ZERO                                    26/10/15
087600         MOVE "PASSED" TO WS-OUT-TEXT                             26/10/15
087700         MOVE "P" TO RC-LOG-STATUS                                26/10/15
087800     ELSE                                                         26/10/15
087900         MOVE "FAILED" TO WS-OUT-TEXT                             26/10/15
088000         MOVE "F" TO RC-LOG-STATUS                                26/10/15
088100     .                                                            26/10/15
088200     WRITE REPORT-LINE FROM WS-OUTCOME-LINE                       26/10/15
088300     MOVE WS-RESULT-RECORDS TO RC-LOG-READ                        26/10/15
088400     MOVE WS-TOTAL-BALANCED TO RC-LOG-WRITTEN                     26/10/15
088500     MOVE WS-TOTAL-BREAKS   TO RC-LOG-ERRORS                      26/10/15
088600     PERFORM 1147-WRITE-RUN-LOG THRU 1147-EXIT                    26/10/15
088700     CLOSE BALANCE-REPORT                                         26/10/15
088800     .                                                            26/10/15
088900 8000-EXIT.                                                       26/10/15
089000     EXIT.                                                        26/10/15
089100                                                                  26/10/15
089200*DIALOG-FREE VERSION SELECTION PARAGRAPHS.                        26/10/15
089300 COPY FORMSEL.                                                    26/10/15
089400                                                                  26/10/15
089500*RUN CONTROL AND RUN LOG PARAGRAPHS.                              26/10/15
089600 COPY RUNCTL.                                                     26/10/15
