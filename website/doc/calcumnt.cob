000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    CALCUMNT.                                         26/10/15
000300                                                                  26/10/15
000400 AUTHOR.        J ANDERSON.                                       26/10/15
000500 DATE-WRITTEN.  26/10/15                                          26/10/15
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/10/15
000800*-----------------------------------------------------------------26/10/15
000900*  CALCUMNT - USER AUTHORITY MAINTENANCE                          26/10/15
001000*                                                                 26/10/15
001100*  APPLIES A FILE OF MAINTENANCE TRANSACTIONS (ADD, CHANGE,       26/10/15
001200*  DELETE, INQUIRE) TO THE USER AUTHORITY FILE (CALCAUTH, SEE     26/10/15
001300*  AUTHREC.CPY) THAT CALCFMNT, CALCAPPR, CALCRMNT AND CALCGMNT    26/10/15
001400*  CHECK EVERY TRANSACTION AGAINST.  ONE TRANSACTION GRANTS,      26/10/15
001500*  CHANGES, REVOKES OR DISPLAYS ONE AUTHORITY OF ONE USER:        26/10/15
001600*                                                                 26/10/15
001700*      S  SUBMIT FORMULA CHANGES (CALCFMNT)                       26/10/15
001800*      A  APPROVE FORMULA CHANGES (CALCAPPR)                      26/10/15
001900*      R  RATE TABLE MAINTENANCE (CALCRMNT)                       26/10/15
002000*      G  GL MAPPING MAINTENANCE (CALCGMNT)                       26/10/15
002100*      U  SECURITY ADMINISTRATION (THIS PROGRAM)                  26/10/15
002200*                                                                 26/10/15
002300*  THE USER ENTERING THE TRANSACTION MUST HOLD SECURITY           26/10/15
002400*  ADMINISTRATION AUTHORITY AND MAY NOT ADD, CHANGE OR DELETE     26/10/15
002500*  THEIR OWN AUTHORITIES.  WHILE THE FILE HOLDS NO SECURITY       26/10/15
002600*  ADMINISTRATION AUTHORITY AT ALL, THE ONLY TRANSACTION          26/10/15
002700*  ACCEPTED IS AN ADD GRANTING IT - THAT IS HOW THE FIRST         26/10/15
002800*  ADMINISTRATOR IS SET UP.  A REFUSED TRANSACTION IS LOGGED AS   26/10/15
002900*  A SECURITY VIOLATION (CALCSECV, SEE SECVREC.CPY).  FIELDS      26/10/15
003000*  ARE EDITED BEFORE AN ADD OR CHANGE IS ACCEPTED; THE GRANT      26/10/15
003100*  DATE AND GRANTING USER ARE SET FROM THE TRANSACTION.  A        26/10/15
003200*  MAINTENANCE REPORT LISTS EVERY TRANSACTION WITH ITS            26/10/15
003300*  DISPOSITION.  CALCAUTL LISTS THE FILE FOR THE AUDITORS.        26/10/15
003400*-----------------------------------------------------------------26/10/15
003500                                                                  26/10/15
003600 ENVIRONMENT DIVISION.                                            26/10/15
003700                                                                  26/10/15
003800 CONFIGURATION SECTION.                                           26/10/15
003900 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
004000 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
004100                                                                  26/10/15
004200 INPUT-OUTPUT SECTION.                                            26/10/15
004300 FILE-CONTROL.                                                    26/10/15
004400     SELECT OPTIONAL AUTHORITY-FILE                               26/10/15
004500         ASSIGN TO "CALCAUTH"                                     26/10/15
004600         ORGANIZATION IS INDEXED                                  26/10/15
004700         ACCESS MODE IS DYNAMIC                                   26/10/15
004800         RECORD KEY IS UA-AUTHORITY-KEY.                          26/10/15
004900     SELECT TRANSACTION-FILE                                      26/10/15
005000         ASSIGN TO "CALCUTXN"                                     26/10/15
005100         ORGANIZATION IS SEQUENTIAL.                              26/10/15
005200     SELECT MAINTENANCE-REPORT                                    26/10/15
005300         ASSIGN TO "CALCURPT"                                     26/10/15
005400         ORGANIZATION IS SEQUENTIAL.                              26/10/15
005500     SELECT OPTIONAL SECURITY-VIOLATION-FILE                      26/10/15
005600         ASSIGN TO "CALCSECV"                                     26/10/15
005700         ORGANIZATION IS SEQUENTIAL.                              26/10/15
005800                                                                  26/10/15
005900 DATA DIVISION.                                                   26/10/15
006000                                                                  26/10/15
006100 FILE SECTION.                                                    26/10/15
006200 FD  AUTHORITY-FILE                                               26/10/15
006300     LABEL RECORDS ARE STANDARD.                                  26/10/15
006400 COPY AUTHREC.                                                    26/10/15
006500                                                                  26/10/15
006600 FD  TRANSACTION-FILE                                             26/10/15
006700     LABEL RECORDS ARE STANDARD.                                  26/10/15
006800 01  TRANSACTION-RECORD.                                          26/10/15
006900     02  UX-ACTION               PIC X.                           26/10/15
007000         88  UX-ACTION-IS-ADD               VALUE "A".            26/10/15
007100         88  UX-ACTION-IS-CHANGE            VALUE "C".            26/10/15
007200         88  UX-ACTION-IS-DELETE            VALUE "D".            26/10/15
007300         88  UX-ACTION-IS-INQUIRE           VALUE "I".            26/10/15
007400     02  UX-USER-ID              PIC X(8).                        26/10/15
007500     02  UX-TARGET-USER          PIC X(8).                        26/10/15
007600     02  UX-AUTHORITY            PIC X.                           26/10/15
007700     02  UX-FORMULA-LO           PIC X(8).                        26/10/15
007800     02  UX-FORMULA-HI           PIC X(8).                        26/10/15
007900     02  UX-TABLE-ID             PIC 9(4)   OCCURS 10.            26/10/15
008000     02  UX-EXPIRY-DATE          PIC 9(8).                        26/10/15
008100                                                                  26/10/15
008200 FD  MAINTENANCE-REPORT                                           26/10/15
008300     LABEL RECORDS ARE STANDARD.                                  26/10/15
008400 01  REPORT-LINE                 PIC X(132).                      26/10/15
008500                                                                  26/10/15
008600 FD  SECURITY-VIOLATION-FILE                                      26/10/15
008700     LABEL RECORDS ARE STANDARD.                                  26/10/15
008800 COPY SECVREC.                                                    26/10/15
008900                                                                  26/10/15
009000 WORKING-STORAGE SECTION.                                         26/10/15
009100                                                                  26/10/15
009200*-----------------------------------------------------------------26/10/15
009300*  SWITCHES AND COUNTERS.                                         26/10/15
009400*-----------------------------------------------------------------26/10/15
009500 01  WS-SWITCHES.                                                 26/10/15
009600     02  WS-EOF-SWITCH            PIC X      VALUE SPACE.         26/10/15
009700         88  NO-MORE-TRANSACTIONS            VALUE "Y".           26/10/15
009800     02  WS-FOUND-SWITCH          PIC X      VALUE SPACE.         26/10/15
009900         88  AUTHORITY-IS-ON-FILE            VALUE "Y".           26/10/15
010000     02  WS-VALID-SWITCH          PIC X      VALUE SPACE.         26/10/15
010100         88  FIELDS-ARE-VALID                VALUE "Y".           26/10/15
010200     02  WS-SCAN-EOF-SWITCH       PIC X      VALUE SPACE.         26/10/15
010300         88  NO-MORE-AUTHORITIES             VALUE "Y".           26/10/15
010400     02  WS-ADMIN-SWITCH          PIC X      VALUE SPACE.         26/10/15
010500         88  ADMINISTRATOR-EXISTS            VALUE "Y".           26/10/15
010600     02  WS-TABLE-SWITCH          PIC X      VALUE SPACE.         26/10/15
010700         88  TABLE-ID-IS-INVALID             VALUE "Y".           26/10/15
010800         88  TABLE-LIST-IS-GIVEN             VALUE "G".           26/10/15
010900                                                                  26/10/15
011000 01  WS-COUNTERS.                                                 26/10/15
011100     02  WS-TABLE-INDEX           PIC S9(4)  COMP VALUE ZERO.     26/10/15
011200     02  WS-TOTAL-READ            PIC S9(7)  COMP VALUE ZERO.     26/10/15
011300     02  WS-TOTAL-APPLIED         PIC S9(7)  COMP VALUE ZERO.     26/10/15
011400     02  WS-TOTAL-REJECTED        PIC S9(7)  COMP VALUE ZERO.     26/10/15
011500                                                                  26/10/15
011600 COPY AUTHCHKW.                                                   26/10/15
011700                                                                  26/10/15
011800 01  WS-WORK-AREAS.                                               26/10/15
011900     02  WS-TODAY-DATE            PIC 9(8)   VALUE ZERO.          26/10/15
012000                                                                  26/10/15
012100*-----------------------------------------------------------------26/10/15
012200*  REPORT LINE LAYOUTS.                                           26/10/15
012300*-----------------------------------------------------------------26/10/15
012400 01  WS-HEADING-LINE.                                             26/10/15
012500     02  FILLER                   PIC X(132)                      26/10/15
012600             VALUE "USER AUTHORITY MAINTENANCE REPORT".           26/10/15
012700                                                                  26/10/15
012800 01  WS-DETAIL-LINE.                                              26/10/15
012900     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
013000     02  WS-DET-ACTION            PIC X.                          26/10/15
013100     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
013200     02  WS-DET-TARGET-USER       PIC X(8).                       26/10/15
013300     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
013400     02  WS-DET-AUTHORITY         PIC X.                          26/10/15
013500     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
013600     02  WS-DET-DISPOSITION       PIC X(30).                      26/10/15
013700     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
013800     02  WS-DET-USER-ID           PIC X(8).                       26/10/15
013900     02  FILLER                   PIC X(69)  VALUE SPACE.         26/10/15
014000                                                                  26/10/15
014100 01  WS-INQUIRY-LINE.                                             26/10/15
014200     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
014300     02  WS-INQ-TARGET-USER       PIC X(8).                       26/10/15
014400     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
014500     02  WS-INQ-AUTHORITY         PIC X.                          26/10/15
014600     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
014700     02  WS-INQ-FORMULA-LO        PIC X(8).                       26/10/15
014800     02  FILLER                   PIC X(1)   VALUE SPACE.         26/10/15
014900     02  WS-INQ-FORMULA-HI        PIC X(8).                       26/10/15
015000     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
015100     02  WS-INQ-TABLES.                                           26/10/15
015200         03  WS-INQ-TABLE         OCCURS 10.                      26/10/15
015300             04  FILLER           PIC X(1).                       26/10/15
015400             04  WS-INQ-TABLE-ID  PIC ZZZZ.                       26/10/15
015500     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
015600     02  WS-INQ-EXPIRY-DATE       PIC 9(8).                       26/10/15
015700     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
015800     02  WS-INQ-GRANT-DATE        PIC 9(8).                       26/10/15
015900     02  FILLER                   PIC X(1)   VALUE SPACE.         26/10/15
016000     02  WS-INQ-GRANTED-BY        PIC X(8).                       26/10/15
016100     02  FILLER                   PIC X(17)  VALUE SPACE.         26/10/15
016200                                                                  26/10/15
016300 01  WS-SUMMARY-LINE.                                             26/10/15
016400     02  FILLER                   PIC X(20)                       26/10/15
016500                      VALUE "TRANSACTIONS READ : ".               26/10/15
016600     02  WS-SUM-READ              PIC ZZZ,ZZ9.                    26/10/15
016700     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
016800                                                                  26/10/15
016900 01  WS-SUMMARY-LINE-2.                                           26/10/15
017000     02  FILLER                   PIC X(20)                       26/10/15
017100                      VALUE "APPLIED           : ".               26/10/15
017200     02  WS-SUM-APPLIED           PIC ZZZ,ZZ9.                    26/10/15
017300     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
017400                                                                  26/10/15
017500 01  WS-SUMMARY-LINE-3.                                           26/10/15
017600     02  FILLER                   PIC X(20)                       26/10/15
017700                      VALUE "REJECTED          : ".               26/10/15
017800     02  WS-SUM-REJECTED          PIC ZZZ,ZZ9.                    26/10/15
017900     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
018000                                                                  26/10/15
018100 01  WS-SUMMARY-LINE-4.                                           26/10/15
018200     02  FILLER                   PIC X(20)                       26/10/15
018300                      VALUE "SECURITY REFUSALS : ".               26/10/15
018400     02  WS-SUM-VIOLATIONS        PIC ZZZ,ZZ9.                    26/10/15
018500     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
018600                                                                  26/10/15
018700 PROCEDURE DIVISION.                                              26/10/15
018800                                                                  26/10/15
018900*    0000-MAINLINE                                                26/10/15
019000                                                                  26/10/15
019100 0000-MAINLINE.                                                   26/10/15
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       26/10/15
019300     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT              26/10/15
019400         UNTIL NO-MORE-TRANSACTIONS                               26/10/15
019500     PERFORM 8000-TERMINATE THRU 8000-EXIT                        26/10/15
019600     STOP RUN                                                     26/10/15
019700     .                                                            26/10/15
019800                                                                  26/10/15
019900 1000-INITIALIZE.                                                 26/10/15
020000     MOVE "CALCUMNT" TO UC-PROGRAM-NAME                           26/10/15
020100     OPEN I-O    AUTHORITY-FILE                                   26/10/15
020200     OPEN INPUT  TRANSACTION-FILE                                 26/10/15
020300     OPEN OUTPUT MAINTENANCE-REPORT                               26/10/15
020400     OPEN EXTEND SECURITY-VIOLATION-FILE                          26/10/15
020500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD                      26/10/15
020600     PERFORM 1200-FIND-ADMINISTRATOR THRU 1200-EXIT               26/10/15
020700     WRITE REPORT-LINE FROM WS-HEADING-LINE                       26/10/15
020800     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT                 26/10/15
020900     .                                                            26/10/15
021000 1000-EXIT.                                                       26/10/15
021100     EXIT.                                                        26/10/15
021200                                                                  26/10/15
021300 1100-READ-TRANSACTION.                                           26/10/15
021400     READ TRANSACTION-FILE                                        26/10/15
021500         AT END                                                   26/10/15
021600             MOVE "Y" TO WS-EOF-SWITCH                            26/10/15
021700             GO TO 1100-EXIT                                      26/10/15
021800     .                                                            26/10/15
021900     ADD 1 TO WS-TOTAL-READ                                       26/10/15
022000     .                                                            26/10/15
022100 1100-EXIT.                                                       26/10/15
022200     EXIT.                                                        26/10/15
022300                                                                  26/10/15
022400*-----------------------------------------------------------------26/10/15
022500*  SCAN THE FILE FOR ANY SECURITY ADMINISTRATION AUTHORITY.  IF   26/10/15
022600*  THERE IS NONE THE RUN IS SETTING UP THE FIRST ADMINISTRATOR.   26/10/15
022700*-----------------------------------------------------------------26/10/15
022800 1200-FIND-ADMINISTRATOR.                                         26/10/15
022900     MOVE LOW-VALUES TO UA-AUTHORITY-KEY                          26/10/15
023000     START AUTHORITY-FILE KEY NOT < UA-AUTHORITY-KEY              26/10/15
023100         INVALID KEY                                              26/10/15
023200             MOVE "Y" TO WS-SCAN-EOF-SWITCH                       26/10/15
023300     .                                                            26/10/15
023400     PERFORM 1210-SCAN-ONE-AUTHORITY THRU 1210-EXIT               26/10/15
023500         UNTIL NO-MORE-AUTHORITIES                                26/10/15
023600             OR ADMINISTRATOR-EXISTS                              26/10/15
023700     .                                                            26/10/15
023800 1200-EXIT.                                                       26/10/15
023900     EXIT.                                                        26/10/15
024000                                                                  26/10/15
024100 1210-SCAN-ONE-AUTHORITY.                                         26/10/15
024200     READ AUTHORITY-FILE NEXT                                     26/10/15
024300         AT END                                                   26/10/15
024400             MOVE "Y" TO WS-SCAN-EOF-SWITCH                       26/10/15
024500             GO TO 1210-EXIT                                      26/10/15
024600     .                                                            26/10/15
024700     IF UA-AUTHORITY-IS-SECURITY                                  26/10/15
024800         MOVE "Y" TO WS-ADMIN-SWITCH                              26/10/15
024900     .                                                            26/10/15
025000 1210-EXIT.                                                       26/10/15
025100     EXIT.                                                        26/10/15
025200                                                                  26/10/15
025300*-----------------------------------------------------------------26/10/15
025400*  THE ADMINISTRATOR CHECK COMES FIRST - IT READS THE AUTHORITY   26/10/15
025500*  FILE ITSELF, SO THE TRANSACTION'S OWN RECORD IS READ AFTER.    26/10/15
025600*-----------------------------------------------------------------26/10/15
025700 2000-PROCESS-TRANSACTION.                                        26/10/15
025800     PERFORM 2100-CHECK-ADMINISTRATOR THRU 2100-EXIT              26/10/15
025900     IF NOT USER-IS-AUTHORIZED                                    26/10/15
026000         MOVE UC-REASON TO WS-DET-DISPOSITION                     26/10/15
026100         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
026200         GO TO 2000-NEXT                                          26/10/15
026300     .                                                            26/10/15
026400     PERFORM 2050-READ-AUTHORITY THRU 2050-EXIT                   26/10/15
026500     IF UX-ACTION-IS-ADD                                          26/10/15
026600         PERFORM 2200-ADD-AUTHORITY THRU 2200-EXIT                26/10/15
026700     ELSE                                                         26/10/15
026800     IF UX-ACTION-IS-CHANGE                                       26/10/15
026900         PERFORM 2300-CHANGE-AUTHORITY THRU 2300-EXIT             26/10/15
027000     ELSE                                                         26/10/15
027100     IF UX-ACTION-IS-DELETE                                       26/10/15
027200         PERFORM 2400-DELETE-AUTHORITY THRU 2400-EXIT             26/10/15
027300     ELSE                                                         26/10/15
027400     IF UX-ACTION-IS-INQUIRE                                      26/10/15
027500         PERFORM 2500-INQUIRE-AUTHORITY THRU 2500-EXIT            26/10/15
027600     ELSE                                                         26/10/15
027700         MOVE "INVALID ACTION CODE" TO WS-DET-DISPOSITION         26/10/15
027800         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
027900     .                                                            26/10/15
028000 2000-NEXT.                                                       26/10/15
028100     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT                 26/10/15
028200     .                                                            26/10/15
028300 2000-EXIT.                                                       26/10/15
028400     EXIT.                                                        26/10/15
028500                                                                  26/10/15
028600 2050-READ-AUTHORITY.                                             26/10/15
028700     MOVE SPACE TO WS-FOUND-SWITCH                                26/10/15
028800     IF UX-TARGET-USER = SPACE                                    26/10/15
028900         GO TO 2050-EXIT                                          26/10/15
029000     .                                                            26/10/15
029100     MOVE UX-TARGET-USER TO UA-USER-ID                            26/10/15
029200     MOVE UX-AUTHORITY   TO UA-AUTHORITY                          26/10/15
029300     READ AUTHORITY-FILE                                          26/10/15
029400         INVALID KEY                                              26/10/15
029500             GO TO 2050-EXIT                                      26/10/15
029600     .                                                            26/10/15
029700     MOVE "Y" TO WS-FOUND-SWITCH                                  26/10/15
029800     .                                                            26/10/15
029900 2050-EXIT.                                                       26/10/15
030000     EXIT.                                                        26/10/15
030100                                                                  26/10/15
030200*-----------------------------------------------------------------26/10/15
030300*  THE USER MUST HOLD SECURITY ADMINISTRATION AUTHORITY - OR,     26/10/15
030400*  WHILE NOBODY HOLDS IT, BE GRANTING IT - AND MAY NOT ALTER      26/10/15
030500*  THEIR OWN AUTHORITIES.  EITHER REFUSAL IS A VIOLATION.         26/10/15
030600*-----------------------------------------------------------------26/10/15
030700 2100-CHECK-ADMINISTRATOR.                                        26/10/15
030800     MOVE UX-USER-ID TO UC-USER-ID                                26/10/15
030900     MOVE "U"        TO UC-AUTHORITY                              26/10/15
031000     MOVE UX-ACTION  TO UC-ACTION                                 26/10/15
031100     MOVE SPACE      TO UC-FORMULA-ID                             26/10/15
031200     MOVE ZERO       TO UC-TABLE-ID                               26/10/15
031300     IF NOT ADMINISTRATOR-EXISTS                                  26/10/15
031400         GO TO 2100-FIRST-ADMINISTRATOR                           26/10/15
031500     .                                                            26/10/15
031600     PERFORM 2700-CHECK-AUTHORITY THRU 2700-EXIT                  26/10/15
031700     IF NOT USER-IS-AUTHORIZED                                    26/10/15
031800         GO TO 2100-EXIT                                          26/10/15
031900     .                                                            26/10/15
032000     IF UX-TARGET-USER = UX-USER-ID                               26/10/15
032100             AND NOT UX-ACTION-IS-INQUIRE                         26/10/15
032200         MOVE SPACE TO UC-AUTH-SWITCH                             26/10/15
032300         MOVE "MAY NOT ALTER OWN AUTHORITY" TO UC-REASON          26/10/15
032400         PERFORM 2750-WRITE-VIOLATION THRU 2750-EXIT              26/10/15
032500     .                                                            26/10/15
032600     GO TO 2100-EXIT                                              26/10/15
032700     .                                                            26/10/15
032800 2100-FIRST-ADMINISTRATOR.                                        26/10/15
032900     IF UX-ACTION-IS-ADD                                          26/10/15
033000             AND UX-AUTHORITY = "U"                               26/10/15
033100         MOVE "Y" TO UC-AUTH-SWITCH                               26/10/15
033200     ELSE                                                         26/10/15
033300         MOVE SPACE TO UC-AUTH-SWITCH                             26/10/15
033400         MOVE "NO SECURITY ADMINISTRATOR YET" TO UC-REASON        26/10/15
033500         PERFORM 2750-WRITE-VIOLATION THRU 2750-EXIT              26/10/15
033600     .                                                            26/10/15
033700 2100-EXIT.                                                       26/10/15
033800     EXIT.                                                        26/10/15
033900                                                                  26/10/15
034000 2200-ADD-AUTHORITY.                                              26/10/15
034100     PERFORM 3000-VALIDATE-FIELDS THRU 3000-EXIT                  26/10/15
034200     IF NOT FIELDS-ARE-VALID                                      26/10/15
034300         GO TO 2200-EXIT                                          26/10/15
034400     .                                                            26/10/15
034500     IF AUTHORITY-IS-ON-FILE                                      26/10/15
034600         MOVE "AUTHORITY ALREADY HELD" TO WS-DET-DISPOSITION      26/10/15
034700         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
034800         GO TO 2200-EXIT                                          26/10/15
034900     .                                                            26/10/15
035000     PERFORM 3100-BUILD-AUTHORITY-RECORD THRU 3100-EXIT           26/10/15
035100     WRITE AUTHORITY-RECORD                                       26/10/15
035200         INVALID KEY                                              26/10/15
035300             MOVE "WRITE FAILED" TO WS-DET-DISPOSITION            26/10/15
035400             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT       26/10/15
035500             GO TO 2200-EXIT                                      26/10/15
035600     .                                                            26/10/15
035700     IF UA-AUTHORITY-IS-SECURITY                                  26/10/15
035800         MOVE "Y" TO WS-ADMIN-SWITCH                              26/10/15
035900     .                                                            26/10/15
036000     MOVE "GRANTED" TO WS-DET-DISPOSITION                         26/10/15
036100     PERFORM 2800-ACCEPT-TRANSACTION THRU 2800-EXIT               26/10/15
036200     .                                                            26/10/15
036300 2200-EXIT.                                                       26/10/15
036400     EXIT.                                                        26/10/15
036500                                                                  26/10/15
036600 2300-CHANGE-AUTHORITY.                                           26/10/15
036700     PERFORM 3000-VALIDATE-FIELDS THRU 3000-EXIT                  26/10/15
036800     IF NOT FIELDS-ARE-VALID                                      26/10/15
036900         GO TO 2300-EXIT                                          26/10/15
037000     .                                                            26/10/15
037100     IF NOT AUTHORITY-IS-ON-FILE                                  26/10/15
037200         MOVE "AUTHORITY NOT ON FILE" TO WS-DET-DISPOSITION       26/10/15
037300         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
037400         GO TO 2300-EXIT                                          26/10/15
037500     .                                                            26/10/15
037600     PERFORM 3100-BUILD-AUTHORITY-RECORD THRU 3100-EXIT           26/10/15
037700     REWRITE AUTHORITY-RECORD                                     26/10/15
037800         INVALID KEY                                              26/10/15
037900             MOVE "REWRITE FAILED" TO WS-DET-DISPOSITION          26/10/15
038000             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT       26/10/15
038100             GO TO 2300-EXIT                                      26/10/15
038200     .                                                            26/10/15
038300     MOVE "CHANGED" TO WS-DET-DISPOSITION                         26/10/15
038400     PERFORM 2800-ACCEPT-TRANSACTION THRU 2800-EXIT               26/10/15
038500     .                                                            26/10/15
038600 2300-EXIT.                                                       26/10/15
038700     EXIT.                                                        26/10/15
038800                                                                  26/10/15
038900 2400-DELETE-AUTHORITY.                                           26/10/15
039000     IF NOT AUTHORITY-IS-ON-FILE                                  26/10/15
039100         MOVE "AUTHORITY NOT ON FILE" TO WS-DET-DISPOSITION       26/10/15
039200         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
039300         GO TO 2400-EXIT                                          26/10/15
039400     .                                                            26/10/15
039500     DELETE AUTHORITY-FILE                                        26/10/15
039600         INVALID KEY                                              26/10/15
039700             MOVE "DELETE FAILED" TO WS-DET-DISPOSITION           26/10/15
039800             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT       26/10/15
039900             GO TO 2400-EXIT                                      26/10/15
040000     .                                                            26/10/15
040100     MOVE "REVOKED" TO WS-DET-DISPOSITION                         26/10/15
040200     PERFORM 2800-ACCEPT-TRANSACTION THRU 2800-EXIT               26/10/15
040300     .                                                            26/10/15
040400 2400-EXIT.                                                       26/10/15
040500     EXIT.                                                        26/10/15
040600                                                                  26/10/15
040700 2500-INQUIRE-AUTHORITY.                                          26/10/15
040800     IF NOT AUTHORITY-IS-ON-FILE                                  26/10/15
040900         MOVE "AUTHORITY NOT ON FILE" TO WS-DET-DISPOSITION       26/10/15
041000         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
041100         GO TO 2500-EXIT                                          26/10/15
041200     .                                                            26/10/15
041300     MOVE SPACE TO WS-INQUIRY-LINE                                26/10/15
041400     MOVE UA-USER-ID     TO WS-INQ-TARGET-USER                    26/10/15
041500     MOVE UA-AUTHORITY   TO WS-INQ-AUTHORITY                      26/10/15
041600     MOVE UA-FORMULA-LO  TO WS-INQ-FORMULA-LO                     26/10/15
041700     MOVE UA-FORMULA-HI  TO WS-INQ-FORMULA-HI                     26/10/15
041800     PERFORM 2550-MOVE-ONE-TABLE THRU 2550-EXIT                   26/10/15
041900         VARYING WS-TABLE-INDEX FROM 1 BY 1                       26/10/15
042000             UNTIL WS-TABLE-INDEX > 10                            26/10/15
042100     MOVE UA-EXPIRY-DATE TO WS-INQ-EXPIRY-DATE                    26/10/15
042200     MOVE UA-GRANT-DATE  TO WS-INQ-GRANT-DATE                     26/10/15
042300     MOVE UA-GRANTED-BY  TO WS-INQ-GRANTED-BY                     26/10/15
042400     WRITE REPORT-LINE FROM WS-INQUIRY-LINE                       26/10/15
042500     MOVE "DISPLAYED" TO WS-DET-DISPOSITION                       26/10/15
042600     PERFORM 2800-ACCEPT-TRANSACTION THRU 2800-EXIT               26/10/15
042700     .                                                            26/10/15
042800 2500-EXIT.                                                       26/10/15
042900     EXIT.                                                        26/10/15
043000                                                                  26/10/15
043100 2550-MOVE-ONE-TABLE.                                             26/10/15
043200     IF UA-TABLE-ID (WS-TABLE-INDEX) NOT = ZERO                   26/10/15
043300         MOVE UA-TABLE-ID (WS-TABLE-INDEX)                        26/10/15
043400             TO WS-INQ-TABLE-ID (WS-TABLE-INDEX)                  26/10/15
043500     .                                                            26/10/15
043600 2550-EXIT.                                                       26/10/15
043700     EXIT.                                                        26/10/15
043800                                                                  26/10/15
043900 2800-ACCEPT-TRANSACTION.                                         26/10/15
044000     ADD 1 TO WS-TOTAL-APPLIED                                    26/10/15
044100     PERFORM 2950-WRITE-DETAIL-LINE THRU 2950-EXIT                26/10/15
044200     .                                                            26/10/15
044300 2800-EXIT.                                                       26/10/15
044400     EXIT.                                                        26/10/15
044500                                                                  26/10/15
044600 2900-REJECT-TRANSACTION.                                         26/10/15
044700     ADD 1 TO WS-TOTAL-REJECTED                                   26/10/15
044800     PERFORM 2950-WRITE-DETAIL-LINE THRU 2950-EXIT                26/10/15
044900     .                                                            26/10/15
045000 2900-EXIT.                                                       26/10/15
045100     EXIT.                                                        26/10/15
045200                                                                  26/10/15
045300 2950-WRITE-DETAIL-LINE.                                          26/10/15
045400     MOVE UX-ACTION      TO WS-DET-ACTION                         26/10/15
045500     MOVE UX-TARGET-USER TO WS-DET-TARGET-USER                    26/10/15
045600     MOVE UX-AUTHORITY   TO WS-DET-AUTHORITY                      26/10/15
045700     MOVE UX-USER-ID     TO WS-DET-USER-ID                        26/10/15
045800     WRITE REPORT-LINE FROM WS-DETAIL-LINE                        26/10/15
045900     MOVE SPACE TO WS-DETAIL-LINE                                 26/10/15
046000     .                                                            26/10/15
046100 2950-EXIT.                                                       26/10/15
046200     EXIT.                                                        26/10/15
046300                                                                  26/10/15
046400*-----------------------------------------------------------------26/10/15
046500*  FIELD EDIT FOR ADDS AND CHANGES.  THE TARGET USER AND A        26/10/15
046600*  KNOWN AUTHORITY CODE MUST BE PRESENT.  A FORMULA ID RANGE      26/10/15
046700*  MAY ONLY LIMIT SUBMIT, APPROVE OR GL MAPPING AUTHORITY AND A   26/10/15
046800*  TABLE LIST ONLY RATE TABLE AUTHORITY - A LIMIT THE CHECK       26/10/15
046900*  WOULD IGNORE MUST NOT LOOK AS THOUGH IT APPLIES.  THE EXPIRY   26/10/15
047000*  DATE IS ZERO OR NOT YET PASSED.                                26/10/15
047100*-----------------------------------------------------------------26/10/15
047200 3000-VALIDATE-FIELDS.                                            26/10/15
047300     MOVE SPACE TO WS-VALID-SWITCH                                26/10/15
047400     IF UX-TARGET-USER = SPACE                                    26/10/15
047500         MOVE "USER ID MISSING" TO WS-DET-DISPOSITION             26/10/15
047600         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
047700         GO TO 3000-EXIT                                          26/10/15
047800     .                                                            26/10/15
047900     MOVE UX-AUTHORITY TO UA-AUTHORITY                            26/10/15
048000     IF NOT UA-AUTHORITY-IS-VALID                                 26/10/15
048100         MOVE "INVALID AUTHORITY CODE" TO WS-DET-DISPOSITION      26/10/15
048200         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
048300         GO TO 3000-EXIT                                          26/10/15
048400     .                                                            26/10/15
048500     IF UX-FORMULA-LO NOT = SPACE                                 26/10/15
048600             AND UX-FORMULA-HI NOT = SPACE                        26/10/15
048700             AND UX-FORMULA-LO > UX-FORMULA-HI                    26/10/15
048800         MOVE "FORMULA RANGE REVERSED" TO WS-DET-DISPOSITION      26/10/15
048900         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
049000         GO TO 3000-EXIT                                          26/10/15
049100     .                                                            26/10/15
049200     IF (UA-AUTHORITY-IS-RATE OR UA-AUTHORITY-IS-SECURITY)        26/10/15
049300             AND (UX-FORMULA-LO NOT = SPACE                       26/10/15
049400             OR UX-FORMULA-HI NOT = SPACE)                        26/10/15
049500         MOVE "FORMULA RANGE NOT ALLOWED" TO WS-DET-DISPOSITION   26/10/15
049600         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
049700         GO TO 3000-EXIT                                          26/10/15
049800     .                                                            26/10/15
049900     MOVE SPACE TO WS-TABLE-SWITCH                                26/10/15
050000     PERFORM 3050-CHECK-ONE-TABLE THRU 3050-EXIT                  26/10/15
050100         VARYING WS-TABLE-INDEX FROM 1 BY 1                       26/10/15
050200             UNTIL WS-TABLE-INDEX > 10                            26/10/15
050300                 OR TABLE-ID-IS-INVALID                           26/10/15
050400     IF TABLE-ID-IS-INVALID                                       26/10/15
050500         MOVE "INVALID TABLE ID" TO WS-DET-DISPOSITION            26/10/15
050600         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
050700         GO TO 3000-EXIT                                          26/10/15
050800     .                                                            26/10/15
050900     IF TABLE-LIST-IS-GIVEN                                       26/10/15
051000             AND NOT UA-AUTHORITY-IS-RATE                         26/10/15
051100         MOVE "TABLE LIST NOT ALLOWED" TO WS-DET-DISPOSITION      26/10/15
051200         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
051300         GO TO 3000-EXIT                                          26/10/15
051400     .                                                            26/10/15
051500     IF UX-EXPIRY-DATE NOT NUMERIC                                26/10/15
051600         MOVE "INVALID EXPIRY DATE" TO WS-DET-DISPOSITION         26/10/15
051700         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
051800         GO TO 3000-EXIT                                          26/10/15
051900     .                                                            26/10/15
052000     IF UX-EXPIRY-DATE NOT = ZERO                                 26/10/15
052100             AND UX-EXPIRY-DATE < WS-TODAY-DATE                   26/10/15
052200         MOVE "EXPIRY DATE ALREADY PASSED" TO WS-DET-DISPOSITION  26/10/15
052300         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
052400         GO TO 3000-EXIT                                          26/10/15
052500     .                                                            26/10/15
052600     MOVE "Y" TO WS-VALID-SWITCH                                  26/10/15
052700     .                                                            26/10/15
052800 3000-EXIT.                                                       26/10/15
052900     EXIT.                                                        26/10/15
053000                                                                  26/10/15
053100 3050-CHECK-ONE-TABLE.                                            26/10/15
053200     IF UX-TABLE-ID (WS-TABLE-INDEX) NOT NUMERIC                  26/10/15
053300         MOVE "Y" TO WS-TABLE-SWITCH                              26/10/15
053400         GO TO 3050-EXIT                                          26/10/15
053500     .                                                            26/10/15
053600     IF UX-TABLE-ID (WS-TABLE-INDEX) NOT = ZERO                   26/10/15
053700         MOVE "G" TO WS-TABLE-SWITCH                              26/10/15
053800     .                                                            26/10/15
053900 3050-EXIT.                                                       26/10/15
054000     EXIT.                                                        26/10/15
054100                                                                  26/10/15
054200 3100-BUILD-AUTHORITY-RECORD.                                     26/10/15
054300     MOVE UX-TARGET-USER TO UA-USER-ID                            26/10/15
054400     MOVE UX-AUTHORITY   TO UA-AUTHORITY                          26/10/15
054500     MOVE UX-FORMULA-LO  TO UA-FORMULA-LO                         26/10/15
054600     MOVE UX-FORMULA-HI  TO UA-FORMULA-HI                         26/10/15
054700     PERFORM 3150-COPY-ONE-TABLE THRU 3150-EXIT                   26/10/15
054800         VARYING WS-TABLE-INDEX FROM 1 BY 1                       26/10/15
054900             UNTIL WS-TABLE-INDEX > 10                            26/10/15
055000     MOVE UX-EXPIRY-DATE TO UA-EXPIRY-DATE                        26/10/15
055100     MOVE WS-TODAY-DATE  TO UA-GRANT-DATE                         26/10/15
055200     MOVE UX-USER-ID     TO UA-GRANTED-BY                         26/10/15
055300     .                                                            26/10/15
055400 3100-EXIT.                                                       26/10/15
055500     EXIT.                                                        26/10/15
055600                                                                  26/10/15
055700 3150-COPY-ONE-TABLE.                                             26/10/15
055800     MOVE UX-TABLE-ID (WS-TABLE-INDEX)                            26/10/15
055900         TO UA-TABLE-ID (WS-TABLE-INDEX)                          26/10/15
056000     .                                                            26/10/15
056100 3150-EXIT.                                                       26/10/15
056200     EXIT.                                                        26/10/15
056300                                                                  26/10/15
056400 8000-TERMINATE.                                                  26/10/15
056500     MOVE WS-TOTAL-READ     TO WS-SUM-READ                        26/10/15
056600     MOVE WS-TOTAL-APPLIED  TO WS-SUM-APPLIED                     26/10/15
056700     MOVE WS-TOTAL-REJECTED TO WS-SUM-REJECTED                    26/10/15
056800     MOVE UC-VIOLATIONS     TO WS-SUM-VIOLATIONS                  26/10/15
056900     WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       26/10/15
057000     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2                     26/10/15
057100     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3                     26/10/15
057200     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4                     26/10/15
057300     CLOSE AUTHORITY-FILE                                         26/10/15
057400     CLOSE TRANSACTION-FILE                                       26/10/15
057500     CLOSE MAINTENANCE-REPORT                                     26/10/15
057600     CLOSE SECURITY-VIOLATION-FILE                                26/10/15
057700     .                                                            26/10/15
057800 8000-EXIT.                                                       26/10/15
057900     EXIT.                                                        26/10/15
058000                                                                  26/10/15
058100*USER AUTHORITY CHECKING PARAGRAPHS.                              26/10/15
058200 COPY AUTHCHK.                                                    26/10/15
