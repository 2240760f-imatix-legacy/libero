000300                                                                  26/09/02
000400 AUTHOR.        J ANDERSON.                                       26/09/02
000500 DATE-WRITTEN.  26/09/02                                          26/09/02
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/09/02
000800*-----------------------------------------------------------------26/09/02
000900*  CALCGLEX - GENERAL LEDGER POSTING EXTRACT FROM THE RESULTS     26/09/02
002100*  A RESULT WITH A NON-SPACE FEEDBACK FIELD, OR WHOSE FORMULA     26/09/02
002200*  HAS NO MAPPING, IS NEVER POSTED - IT IS COUNTED AND LISTED     26/09/02
002300*  ON THE SUSPENSE REPORT INSTEAD.                                26/09/02
002301*                                                                 26/10/15
002302*  THE RUN IS UNDER RUN CONTROL LIKE THE REST OF THE NIGHTLY      26/10/15
002303*  SUITE.  EVERY DETAIL POSTED IS ALSO KEPT ON THE POSTING        26/10/15
002304*  LEDGER (CALCGLED, SEE GLLEDREC.CPY) UNDER THE RUN CONTROL      26/10/15
002305*  AS-OF DATE.  WHEN A DATE WHOSE RUN COMPLETED IS RERUN WITH     26/10/15
002306*  THE RERUN FLAG SET AND THE LEDGER HOLDS POSTINGS FOR IT, THE   26/10/15
002307*  FILE IS AN ADJUSTMENT: EVERY EARLIER POSTING FOR THE DATE IS   26/10/15
002308*  SENT BACK AS A REVERSAL (RECORD TYPE R, AMOUNT NEGATED, SAME   26/10/15
002309*  GL ACCOUNT AND COST CENTRE) AHEAD OF THE NEW POSTINGS.  THE    26/10/15
002310*  NEW POSTINGS ARE HELD ON CALCGLHD AND ONLY REPLACE THE DATE'S  26/10/15
002311*  LEDGER ENTRIES AS THE RUN COMPLETES, SO A RUN THAT FAILS       26/10/15
002312*  LEAVES THE LEDGER AS THE LAST COMPLETED RUN LEFT IT.  ENTRIES  26/10/15
002313*  NO COMPLETED RUN DELIVERED ARE DROPPED WITHOUT A REVERSAL.     26/10/15
002314*  THE HEADER AND TRAILER CARRY THE AS-OF DATE AND THE FILE TYPE  26/10/15
002315*  (P POSTING, A ADJUSTMENT); THE TRAILER COUNT, VALUE AND HASH   26/10/15
002316*  COVER EVERY DETAIL ON THE FILE, REVERSALS INCLUDED, AND THE    26/10/15
002317*  TRAILER ALSO CARRIES THE NUMBER OF REVERSALS.                  26/10/15
002400*-----------------------------------------------------------------26/09/02
002500                                                                  26/09/02
002600 ENVIRONMENT DIVISION.                                            26/09/02
004500     SELECT SUSPENSE-REPORT                                       26/09/02
004600         ASSIGN TO "CALCGSUS"                                     26/09/02
004700         ORGANIZATION IS SEQUENTIAL.                              26/09/02
004701     SELECT OPTIONAL POSTING-LEDGER                               26/10/15
004702         ASSIGN TO "CALCGLED"                                     26/10/15
004703         ORGANIZATION IS INDEXED                                  26/10/15
004704         ACCESS MODE IS DYNAMIC                                   26/10/15
004705         RECORD KEY IS LG-LEDGER-KEY.                             26/10/15
004706     SELECT OPTIONAL RUN-CONTROL-FILE                             26/10/15
004707         ASSIGN TO "CALCRCTL"                                     26/10/15
004708         ORGANIZATION IS SEQUENTIAL.                              26/10/15
004709     SELECT OPTIONAL RUN-LOG-FILE                                 26/10/15
004710         ASSIGN TO "CALCRLOG"                                     26/10/15
004711         ORGANIZATION IS SEQUENTIAL.                              26/10/15
004712     SELECT LEDGER-HOLD-FILE                                      26/10/15
004713         ASSIGN TO "CALCGLHD"                                     26/10/15
004714         ORGANIZATION IS SEQUENTIAL.                              26/10/15
004800                                                                  26/09/02
004900 DATA DIVISION.                                                   26/09/02
005000                                                                  26/09/02
007100 FD  SUSPENSE-REPORT                                              26/09/02
007200     LABEL RECORDS ARE STANDARD.                                  26/09/02
007300 01  REPORT-LINE                 PIC X(132).                      26/09/02
007301                                                                  26/10/15
007302 FD  POSTING-LEDGER                                               26/10/15
007303     LABEL RECORDS ARE STANDARD.                                  26/10/15
007304 COPY GLLEDREC.                                                   26/10/15
007305                                                                  26/10/15
007306 FD  RUN-CONTROL-FILE                                             26/10/15
007307     LABEL RECORDS ARE STANDARD.                                  26/10/15
007308 COPY RUNCREC.                                                    26/10/15
007309                                                                  26/10/15
007310 FD  RUN-LOG-FILE                                                 26/10/15
007311     LABEL RECORDS ARE STANDARD.                                  26/10/15
007312 COPY RUNLREC.                                                    26/10/15
007313                                                                  26/10/15
007314 FD  LEDGER-HOLD-FILE                                             26/10/15
007315     LABEL RECORDS ARE STANDARD.                                  26/10/15
007316 01  LEDGER-HOLD-RECORD          PIC X(72).                       26/10/15
007400                                                                  26/09/02
007500 WORKING-STORAGE SECTION.                                         26/09/02
007600                                                                  26/09/02
008200         88  NO-MORE-RESULTS                 VALUE "Y".           26/09/02
008300     02  WS-MAP-EOF-SWITCH        PIC X      VALUE SPACE.         26/09/02
008400         88  NO-MORE-MAPPINGS                VALUE "Y".           26/09/02
008410     02  WS-LEDGER-EOF-SWITCH     PIC X      VALUE SPACE.         26/10/15
008420         88  NO-MORE-LEDGER                  VALUE "Y".           26/10/15
008430     02  WS-ADJUST-SWITCH         PIC X      VALUE SPACE.         26/10/15
008440         88  FILE-IS-ADJUSTMENT              VALUE "Y".           26/10/15
008441     02  WS-HOLD-EOF-SWITCH       PIC X      VALUE SPACE.         26/10/15
008443         88  NO-MORE-HELD-POSTINGS           VALUE "Y".           26/10/15
008450                                                                  26/10/15
008460 COPY FORMSELW.                                                   26/10/15
008470 COPY RUNCTLW.                                                    26/10/15
008500                                                                  26/09/02
008600 01  WS-COUNTERS.                                                 26/09/02
008700     02  WS-MAP-INDEX             PIC S9(4)  COMP VALUE ZERO.     26/09/02
009100     02  WS-TOTAL-READ            PIC S9(7)  COMP VALUE ZERO.     26/09/02
009200     02  WS-TOTAL-POSTED          PIC S9(7)  COMP VALUE ZERO.     26/09/02
009300     02  WS-TOTAL-SUSPENSE        PIC S9(7)  COMP VALUE ZERO.     26/09/02
009310     02  WS-TOTAL-REVERSED        PIC S9(7)  COMP VALUE ZERO.     26/10/15
009400                                                                  26/09/02
009500*-----------------------------------------------------------------26/09/02
009600*  MAPPING TABLE - THE WHOLE MAPPING FILE, LOADED ONCE AT         26/09/02
010500*-----------------------------------------------------------------26/09/02
010600*  POSTING INTERFACE RECORD LAYOUTS.  THE TRAILER TOTALS WRAP     26/09/02
010700*  AT THEIR PICTURE SIZES; THE RECEIVING SYSTEM CHECKS THEM       26/09/02
010800*  THE SAME WAY, MODULO THE FIELD WIDTH.  THE AS-OF DATE, FILE    26/10/15
010810*  TYPE AND REVERSAL COUNT OCCUPY WHAT WAS FILLER, SO A           26/10/15
010820*  RECEIVER THAT DOES NOT LOOK AT THEM IS UNAFFECTED.             26/10/15
010900*-----------------------------------------------------------------26/09/02
011000 01  WS-POSTING-HEADER.                                           26/09/02
011100     02  WS-HDR-RECORD-TYPE       PIC X      VALUE "H".           26/09/02
011200     02  WS-HDR-RUN-DATE          PIC 9(8).                       26/09/02
011300     02  WS-HDR-AS-OF-DATE        PIC 9(8).                       26/10/15
011310     02  WS-HDR-FILE-TYPE         PIC X      VALUE "P".           26/10/15
011320     02  FILLER                   PIC X(39)  VALUE SPACE.         26/10/15
011400                                                                  26/09/02
011500 01  WS-POSTING-DETAIL.                                           26/09/02
011600     02  WS-DET-RECORD-TYPE       PIC X      VALUE "D".           26/09/02
012500     02  WS-TRL-RECORD-COUNT      PIC 9(7).                       26/09/02
012600     02  WS-TRL-VALUE-TOTAL       PIC S9(11)V9(9).                26/09/02
012700     02  WS-TRL-HASH-TOTAL        PIC 9(13).                      26/09/02
012800     02  WS-TRL-FILE-TYPE         PIC X      VALUE "P".           26/10/15
012810     02  WS-TRL-REVERSAL-COUNT    PIC 9(7).                       26/10/15
012820     02  FILLER                   PIC X(8)   VALUE SPACE.         26/10/15
012900                                                                  26/09/02
013000 01  WS-RUNNING-TOTALS.                                           26/09/02
013100     02  WS-VALUE-TOTAL           PIC S9(11)V9(9) VALUE ZERO.     26/09/02
016600                      VALUE "HELD IN SUSPENSE  : ".               26/09/02
016700     02  WS-SUM-SUSPENSE          PIC ZZZ,ZZ9.                    26/09/02
016800     02  FILLER                   PIC X(99)  VALUE SPACE.         26/09/02
016810                                                                  26/10/15
016820 01  WS-SUMMARY-LINE-4.                                           26/10/15
016830     02  FILLER                   PIC X(20)                       26/10/15
016840                      VALUE "REVERSALS WRITTEN : ".               26/10/15
016850     02  WS-SUM-REVERSED          PIC ZZZ,ZZ9.                    26/10/15
016860     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
016900                                                                  26/09/02
017000 PROCEDURE DIVISION.                                              26/09/02
017100                                                                  26/09/02
018000     .                                                            26/09/02
018100                                                                  26/09/02
018200 1000-INITIALIZE.                                                 26/09/02
018201     MOVE "CALCGLEX" TO RC-PROGRAM-NAME                           26/10/15
018202     PERFORM 1141-GET-RUN-CONTROL THRU 1141-EXIT                  26/10/15
018203     IF RUN-MUST-NOT-START                                        26/10/15
018204         PERFORM 1145-REFUSE-TO-START THRU 1145-EXIT              26/10/15
018205     .                                                            26/10/15
018206     MOVE "S" TO RC-LOG-STATUS                                    26/10/15
018207     MOVE ZERO TO RC-LOG-READ                                     26/10/15
018208                  RC-LOG-WRITTEN                                  26/10/15
018209                  RC-LOG-ERRORS                                   26/10/15
018210     PERFORM 1147-WRITE-RUN-LOG THRU 1147-EXIT                    26/10/15
018300     OPEN INPUT  RESULTS-MASTER                                   26/09/02
018400     OPEN OUTPUT POSTING-FILE                                     26/09/02
018500     OPEN OUTPUT SUSPENSE-REPORT                                  26/09/02
018510     OPEN I-O    POSTING-LEDGER                                   26/10/15
018520     OPEN OUTPUT LEDGER-HOLD-FILE                                 26/10/15
018600     WRITE REPORT-LINE FROM WS-HEADING-LINE                       26/09/02
018700     PERFORM 1200-LOAD-MAPPINGS THRU 1200-EXIT                    26/09/02
018800     ACCEPT WS-HDR-RUN-DATE FROM DATE YYYYMMDD                    26/09/02
018900     MOVE WS-AS-OF-DATE TO WS-HDR-AS-OF-DATE                      26/10/15
018910     PERFORM 1300-CHECK-PRIOR-POSTINGS THRU 1300-EXIT             26/10/15
018912     IF NOT FILE-IS-ADJUSTMENT                                    26/10/15
018914         PERFORM 1500-DROP-PRIOR-POSTINGS THRU 1500-EXIT          26/10/15
018916     .                                                            26/10/15
018920     IF FILE-IS-ADJUSTMENT                                        26/10/15
018930         MOVE "A" TO WS-HDR-FILE-TYPE                             26/10/15
018940         MOVE "A" TO WS-TRL-FILE-TYPE                             26/10/15
018950     .                                                            26/10/15
018960     WRITE POSTING-RECORD FROM WS-POSTING-HEADER                  26/10/15
018970     IF FILE-IS-ADJUSTMENT                                        26/10/15
018980         PERFORM 1400-REVERSE-PRIOR-POSTINGS THRU 1400-EXIT       26/10/15
018990     .                                                            26/10/15
019000     PERFORM 1100-READ-RESULT THRU 1100-EXIT                      26/09/02
019100     .                                                            26/09/02
019200 1000-EXIT.                                                       26/09/02
019300     EXIT.                                                        26/09/02
019301                                                                  26/10/15
019302*-----------------------------------------------------------------26/10/15
019303*  A MISSING OR INVALID RUN CONTROL, OR A BUSINESS DATE THAT      26/10/15
019304*  ALREADY COMPLETED WITHOUT THE RERUN FLAG, STOPS THE RUN        26/10/15
019305*  BEFORE ANY FILE IS TOUCHED.                                    26/10/15
019306*-----------------------------------------------------------------26/10/15
019307 1145-REFUSE-TO-START.                                            26/10/15
019308     OPEN OUTPUT SUSPENSE-REPORT                                  26/10/15
019309     MOVE "RUN REFUSED - NO RUN CONTROL OR DATE ALREADY RUN"      26/10/15
019310         TO REPORT-LINE                                           26/10/15
019311     WRITE REPORT-LINE                                            26/10/15
019312     CLOSE SUSPENSE-REPORT                                        26/10/15
019313     STOP RUN                                                     26/10/15
019314     .                                                            26/10/15
019315 1145-EXIT.                                                       26/10/15
019316     EXIT.                                                        26/10/15
019400                                                                  26/09/02
019500 1100-READ-RESULT.                                                26/09/02
019600     READ RESULTS-MASTER                                          26/09/02
023200     .                                                            26/09/02
023300 1250-EXIT.                                                       26/09/02
023400     EXIT.                                                        26/09/02
023401                                                                  26/10/15
023402*-----------------------------------------------------------------26/10/15
023403*  THE FILE IS AN ADJUSTMENT WHEN A COMPLETED RUN FOR THE AS-OF   26/10/15
023404*  DATE LEFT POSTINGS ON THE LEDGER - ONLY A RERUN CAN FIND ANY.  26/10/15
023405*-----------------------------------------------------------------26/10/15
023406 1300-CHECK-PRIOR-POSTINGS.                                       26/10/15
023407     PERFORM 1350-START-PRIOR-POSTINGS THRU 1350-EXIT             26/10/15
023408     IF NO-MORE-LEDGER                                            26/10/15
023409         GO TO 1300-EXIT                                          26/10/15
023410     .                                                            26/10/15
023411     READ POSTING-LEDGER NEXT                                     26/10/15
023412         AT END                                                   26/10/15
023413             GO TO 1300-EXIT                                      26/10/15
023414     .                                                            26/10/15
023415     IF LG-AS-OF-DATE = WS-AS-OF-DATE AND DATE-ALREADY-RUN        26/10/15
023416         MOVE "Y" TO WS-ADJUST-SWITCH                             26/10/15
023417     .                                                            26/10/15
023418 1300-EXIT.                                                       26/10/15
023419     EXIT.                                                        26/10/15
023420                                                                  26/10/15
023421 1350-START-PRIOR-POSTINGS.                                       26/10/15
023422     MOVE SPACE TO WS-LEDGER-EOF-SWITCH                           26/10/15
023423     MOVE LOW-VALUES    TO LG-LEDGER-KEY                          26/10/15
023424     MOVE WS-AS-OF-DATE TO LG-AS-OF-DATE                          26/10/15
023425     START POSTING-LEDGER KEY NOT < LG-LEDGER-KEY                 26/10/15
023426         INVALID KEY                                              26/10/15
023427             MOVE "Y" TO WS-LEDGER-EOF-SWITCH                     26/10/15
023428     .                                                            26/10/15
023429 1350-EXIT.                                                       26/10/15
023430     EXIT.                                                        26/10/15
023431                                                                  26/10/15
023432*-----------------------------------------------------------------26/10/15
023433*  ONE REVERSAL PER EARLIER POSTING FOR THE DATE, TO THE GL       26/10/15
023434*  ACCOUNT AND COST CENTRE IT WAS POSTED TO.  THE LEDGER ENTRIES  26/10/15
023435*  STAY IN PLACE UNTIL 8100 REPLACES THEM AS THE RUN COMPLETES.   26/10/15
023436*-----------------------------------------------------------------26/10/15
023437 1400-REVERSE-PRIOR-POSTINGS.                                     26/10/15
023438     PERFORM 1350-START-PRIOR-POSTINGS THRU 1350-EXIT             26/10/15
023439     PERFORM 1450-REVERSE-ONE-POSTING THRU 1450-EXIT              26/10/15
023440         UNTIL NO-MORE-LEDGER                                     26/10/15
023441     MOVE "D" TO WS-DET-RECORD-TYPE                               26/10/15
023442     .                                                            26/10/15
023443 1400-EXIT.                                                       26/10/15
023444     EXIT.                                                        26/10/15
023445                                                                  26/10/15
023446 1450-REVERSE-ONE-POSTING.                                        26/10/15
023447     READ POSTING-LEDGER NEXT                                     26/10/15
023448         AT END                                                   26/10/15
023449             MOVE "Y" TO WS-LEDGER-EOF-SWITCH                     26/10/15
023450             GO TO 1450-EXIT                                      26/10/15
023451     .                                                            26/10/15
023452     IF LG-AS-OF-DATE NOT = WS-AS-OF-DATE                         26/10/15
023453         MOVE "Y" TO WS-LEDGER-EOF-SWITCH                         26/10/15
023454         GO TO 1450-EXIT                                          26/10/15
023455     .                                                            26/10/15
023456     MOVE "R"            TO WS-DET-RECORD-TYPE                    26/10/15
023457     MOVE LG-GL-ACCOUNT  TO WS-DET-GL-ACCOUNT                     26/10/15
023458     MOVE LG-COST-CENTRE TO WS-DET-COST-CENTRE                    26/10/15
023459     MOVE LG-FORMULA-ID  TO WS-DET-FORMULA-ID                     26/10/15
023460     MOVE LG-INPUT-KEY   TO WS-DET-INPUT-KEY                      26/10/15
023461     COMPUTE WS-DET-AMOUNT = ZERO - LG-AMOUNT                     26/10/15
023462     WRITE POSTING-RECORD FROM WS-POSTING-DETAIL                  26/10/15
023463     ADD 1 TO WS-TOTAL-REVERSED                                   26/10/15
023464     ADD WS-DET-AMOUNT TO WS-VALUE-TOTAL                          26/10/15
023465     ADD LG-GL-ACCOUNT TO WS-HASH-TOTAL                           26/10/15
023466     .                                                            26/10/15
023467 1450-EXIT.                                                       26/10/15
023468     EXIT.                                                        26/10/15
023469                                                                  26/10/15
023470*-----------------------------------------------------------------26/10/15
023471*  ENTRIES FOR THE DATE THAT NO COMPLETED RUN DELIVERED ARE       26/10/15
023472*  DELETED WITHOUT A REVERSAL.  NEW POSTINGS REACH THE LEDGER     26/10/15
023473*  ONLY IN 8100, AS A RUN COMPLETES, SO A RESTART AFTER A FAILED  26/10/15
023474*  RERUN STILL FINDS - AND REVERSES - THE LAST COMPLETED RUN'S    26/10/15
023475*  POSTINGS, THE ONES THE GL HOLDS; THE FAILED RUN'S WERE NEVER   26/10/15
023476*  DELIVERED.  8100 ALSO CLEARS THE DATE HERE BEFORE LOADING.     26/10/15
023477*-----------------------------------------------------------------26/10/15
023478 1500-DROP-PRIOR-POSTINGS.                                        26/10/15
023479     PERFORM 1350-START-PRIOR-POSTINGS THRU 1350-EXIT             26/10/15
023480     PERFORM 1550-DROP-ONE-POSTING THRU 1550-EXIT                 26/10/15
023481         UNTIL NO-MORE-LEDGER                                     26/10/15
023482     .                                                            26/10/15
023483 1500-EXIT.                                                       26/10/15
023484     EXIT.                                                        26/10/15
023485                                                                  26/10/15
023486 1550-DROP-ONE-POSTING.                                           26/10/15
023487     READ POSTING-LEDGER NEXT                                     26/10/15
023488         AT END                                                   26/10/15
023489             MOVE "Y" TO WS-LEDGER-EOF-SWITCH                     26/10/15
023490             GO TO 1550-EXIT                                      26/10/15
023491     .                                                            26/10/15
023492     IF LG-AS-OF-DATE NOT = WS-AS-OF-DATE                         26/10/15
023493         MOVE "Y" TO WS-LEDGER-EOF-SWITCH                         26/10/15
023494         GO TO 1550-EXIT                                          26/10/15
023495     .                                                            26/10/15
023496     DELETE POSTING-LEDGER                                        26/10/15
023497     .                                                            26/10/15
023498 1550-EXIT.                                                       26/10/15
023499     EXIT.                                                        26/10/15
023500                                                                  26/09/02
023600*-----------------------------------------------------------------26/09/02
023700*  ONE RESULT RECORD: A NON-SPACE FEEDBACK OR A FORMULA WITH      26/09/02
028600     ADD 1 TO WS-TOTAL-POSTED                                     26/09/02
028700     ADD RM-RESULT TO WS-VALUE-TOTAL                              26/09/02
028800     ADD WS-MAP-GL-ACCOUNT (WS-MAP-FOUND-X) TO WS-HASH-TOTAL      26/09/02
028801     MOVE WS-AS-OF-DATE      TO LG-AS-OF-DATE                     26/10/15
028802     MOVE RM-FORMULA-ID      TO LG-FORMULA-ID                     26/10/15
028803     MOVE RM-INPUT-KEY       TO LG-INPUT-KEY                      26/10/15
028804     MOVE WS-DET-GL-ACCOUNT  TO LG-GL-ACCOUNT                     26/10/15
028805     MOVE WS-DET-COST-CENTRE TO LG-COST-CENTRE                    26/10/15
028806     MOVE RM-RESULT          TO LG-AMOUNT                         26/10/15
028807     MOVE WS-HDR-RUN-DATE    TO LG-POSTED-DATE                    26/10/15
028808     WRITE LEDGER-HOLD-RECORD FROM GL-LEDGER-RECORD               26/10/15
028900     .                                                            26/09/02
029000 2100-EXIT.                                                       26/09/02
029100     EXIT.                                                        26/09/02
030000     .                                                            26/09/02
030100 2200-EXIT.                                                       26/09/02
030200     EXIT.                                                        26/09/02
030201                                                                  26/10/15
030202*-----------------------------------------------------------------26/10/15
030203*  A DUPLICATE RESULT FOR THE DATE WAS SENT BUT CANNOT GO ON      26/10/15
030204*  THE LEDGER, SO A RERUN WILL NOT REVERSE IT - IT IS LISTED.     26/10/15
030205*-----------------------------------------------------------------26/10/15
030206 2300-WRITE-LEDGER-ERROR.                                         26/10/15
030207     MOVE LG-FORMULA-ID TO WS-SUS-FORMULA-ID                      26/10/15
030208     MOVE LG-INPUT-KEY  TO WS-SUS-INPUT-KEY                       26/10/15
030209     MOVE LG-AMOUNT     TO WS-SUS-AMOUNT                          26/10/15
030210     WRITE REPORT-LINE FROM WS-SUSPENSE-LINE                      26/10/15
030211     MOVE SPACE TO WS-SUSPENSE-LINE                               26/10/15
030212     .                                                            26/10/15
030213 2300-EXIT.                                                       26/10/15
030214     EXIT.                                                        26/10/15
030300                                                                  26/09/02
030400 8000-TERMINATE.                                                  26/09/02
030500     COMPUTE WS-TRL-RECORD-COUNT                                  26/10/15
030510           = WS-TOTAL-REVERSED + WS-TOTAL-POSTED                  26/10/15
030600     MOVE WS-VALUE-TOTAL  TO WS-TRL-VALUE-TOTAL                   26/09/02
030700     MOVE WS-HASH-TOTAL   TO WS-TRL-HASH-TOTAL                    26/09/02
030710     MOVE WS-TOTAL-REVERSED TO WS-TRL-REVERSAL-COUNT              26/10/15
030800     WRITE POSTING-RECORD FROM WS-POSTING-TRAILER                 26/09/02
030900     MOVE WS-TOTAL-READ     TO WS-SUM-READ                        26/09/02
031000     MOVE WS-TOTAL-POSTED   TO WS-SUM-POSTED                      26/09/02
031100     MOVE WS-TOTAL-SUSPENSE TO WS-SUM-SUSPENSE                    26/09/02
031110     MOVE WS-TOTAL-REVERSED TO WS-SUM-REVERSED                    26/10/15
031200     WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       26/09/02
031300     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2                     26/09/02
031400     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3                     26/09/02
031410     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4                     26/10/15
031415     PERFORM 8100-REPLACE-LEDGER THRU 8100-EXIT                   26/10/15
031420     MOVE "C" TO RC-LOG-STATUS                                    26/10/15
031430     MOVE WS-TOTAL-READ     TO RC-LOG-READ                        26/10/15
031440     MOVE WS-TOTAL-POSTED   TO RC-LOG-WRITTEN                     26/10/15
031450     MOVE WS-TOTAL-SUSPENSE TO RC-LOG-ERRORS                      26/10/15
031460     PERFORM 1147-WRITE-RUN-LOG THRU 1147-EXIT                    26/10/15
031500     CLOSE RESULTS-MASTER                                         26/09/02
031600     CLOSE POSTING-FILE                                           26/09/02
031700     CLOSE SUSPENSE-REPORT                                        26/09/02
031710     CLOSE POSTING-LEDGER                                         26/10/15
031800     .                                                            26/09/02
031900 8000-EXIT.                                                       26/09/02
032000     EXIT.                                                        26/09/02
032001*-----------------------------------------------------------------26/10/15
032002*  THE DATE'S LEDGER ENTRIES - THE POSTINGS OF THE LAST COMPLETED 26/10/15
032003*  RUN, REVERSED ABOVE IF THIS IS AN ADJUSTMENT - MAKE WAY FOR THE26/10/15
032004*  POSTINGS HELD ON CALCGLHD.  THIS IS THE LAST STEP BEFORE THE   26/10/15
032005*  COMPLETED LOG RECORD, SO A RUN THAT FAILS EARLIER LEAVES THE   26/10/15
032006*  LEDGER UNTOUCHED.                                              26/10/15
032007*-----------------------------------------------------------------26/10/15
032008 8100-REPLACE-LEDGER.                                             26/10/15
032009     CLOSE LEDGER-HOLD-FILE                                       26/10/15
032010     PERFORM 1500-DROP-PRIOR-POSTINGS THRU 1500-EXIT              26/10/15
032011     OPEN INPUT LEDGER-HOLD-FILE                                  26/10/15
032012     PERFORM 8150-LOAD-ONE-POSTING THRU 8150-EXIT                 26/10/15
032013         UNTIL NO-MORE-HELD-POSTINGS                              26/10/15
032014     CLOSE LEDGER-HOLD-FILE                                       26/10/15
032015     .                                                            26/10/15
032016 8100-EXIT.                                                       26/10/15
032017     EXIT.                                                        26/10/15
032018                                                                  26/10/15
032019 8150-LOAD-ONE-POSTING.                                           26/10/15
032020     READ LEDGER-HOLD-FILE INTO GL-LEDGER-RECORD                  26/10/15
032021         AT END                                                   26/10/15
032022             MOVE "Y" TO WS-HOLD-EOF-SWITCH                       26/10/15
032023             GO TO 8150-EXIT                                      26/10/15
032024     .                                                            26/10/15
032025     WRITE GL-LEDGER-RECORD                                       26/10/15
032026         INVALID KEY                                              26/10/15
032027             MOVE "DUPLICATE - NOT ON LEDGER" TO WS-SUS-REASON    26/10/15
032028             PERFORM 2300-WRITE-LEDGER-ERROR THRU 2300-EXIT       26/10/15
032029     .                                                            26/10/15
032030 8150-EXIT.                                                       26/10/15
032031     EXIT.                                                        26/10/15
032100                                                                  26/10/15
032300*RUN CONTROL AND RUN LOG PARAGRAPHS.                              26/10/15
032400 COPY RUNCTL.                                                     26/10/15
