000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    CALCAUTL.                                         26/10/15
000300                                                                  26/10/15
000400 AUTHOR.        J ANDERSON.                                       26/10/15
000500 DATE-WRITTEN.  26/10/15                                          26/10/15
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/10/15
000800*-----------------------------------------------------------------26/10/15
000900*  CALCAUTL - USER AUTHORITY AND SECURITY VIOLATIONS LISTING      26/10/15
001000*                                                                 26/10/15
001100*  THE PERIODIC LISTING FOR THE AUDITORS, IN TWO PARTS:           26/10/15
001200*                                                                 26/10/15
001300*      - EVERY AUTHORITY ON THE USER AUTHORITY FILE (CALCAUTH,    26/10/15
001400*        SEE AUTHREC.CPY) IN USER ORDER: WHAT IT ALLOWS, THE      26/10/15
001500*        FORMULA ID RANGE OR RATE TABLES IT IS LIMITED TO, WHEN   26/10/15
001600*        IT EXPIRES, AND WHEN AND BY WHOM IT WAS GRANTED.  AN     26/10/15
001700*        AUTHORITY PAST ITS EXPIRY DATE IS FLAGGED - IT NO        26/10/15
001800*        LONGER PASSES THE CHECK BUT IS STILL ON FILE UNTIL       26/10/15
001900*        CALCUMNT REVOKES IT.                                     26/10/15
002000*      - EVERY TRANSACTION REFUSED FOR WANT OF AUTHORITY, FROM    26/10/15
002100*        THE SECURITY VIOLATIONS FILE (CALCSECV, SEE              26/10/15
002200*        SECVREC.CPY), OLDEST FIRST.                              26/10/15
002300*                                                                 26/10/15
002400*  THE EARLIEST VIOLATION DATE TO LIST (YYYYMMDD) IS ACCEPTED AT  26/10/15
002500*  RUN TIME; ZERO OR EMPTY LISTS THE WHOLE FILE.  NOTHING IS      26/10/15
002600*  UPDATED.                                                       26/10/15
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
003700     SELECT OPTIONAL AUTHORITY-FILE                               26/10/15
003800         ASSIGN TO "CALCAUTH"                                     26/10/15
003900         ORGANIZATION IS INDEXED                                  26/10/15
004000         ACCESS MODE IS SEQUENTIAL                                26/10/15
004100         RECORD KEY IS UA-AUTHORITY-KEY.                          26/10/15
004200     SELECT OPTIONAL SECURITY-VIOLATION-FILE                      26/10/15
004300         ASSIGN TO "CALCSECV"                                     26/10/15
004400         ORGANIZATION IS SEQUENTIAL.                              26/10/15
004500     SELECT AUTHORITY-LISTING                                     26/10/15
004600         ASSIGN TO "CALCALST"                                     26/10/15
004700         ORGANIZATION IS SEQUENTIAL.                              26/10/15
004800                                                                  26/10/15
004900 DATA DIVISION.                                                   26/10/15
005000                                                                  26/10/15
005100 FILE SECTION.                                                    26/10/15
005200 FD  AUTHORITY-FILE                                               26/10/15
005300     LABEL RECORDS ARE STANDARD.                                  26/10/15
005400 COPY AUTHREC.                                                    26/10/15
005500                                                                  26/10/15
005600 FD  SECURITY-VIOLATION-FILE                                      26/10/15
005700     LABEL RECORDS ARE STANDARD.                                  26/10/15
005800 COPY SECVREC.                                                    26/10/15
005900                                                                  26/10/15
006000 FD  AUTHORITY-LISTING                                            26/10/15
006100     LABEL RECORDS ARE STANDARD.                                  26/10/15
006200 01  REPORT-LINE                 PIC X(132).                      26/10/15
006300                                                                  26/10/15
006400 WORKING-STORAGE SECTION.                                         26/10/15
006500                                                                  26/10/15
006600*-----------------------------------------------------------------26/10/15
006700*  SWITCHES AND COUNTERS.                                         26/10/15
006800*-----------------------------------------------------------------26/10/15
006900 01  WS-SWITCHES.                                                 26/10/15
007000     02  WS-AUTH-EOF-SWITCH       PIC X      VALUE SPACE.         26/10/15
007100         88  NO-MORE-AUTHORITIES             VALUE "Y".           26/10/15
007200     02  WS-VIOL-EOF-SWITCH       PIC X      VALUE SPACE.         26/10/15
007300         88  NO-MORE-VIOLATIONS              VALUE "Y".           26/10/15
007400     02  WS-LIMIT-SWITCH          PIC X      VALUE SPACE.         26/10/15
007500         88  TABLES-ARE-LIMITED              VALUE "Y".           26/10/15
007600                                                                  26/10/15
007700 01  WS-COUNTERS.                                                 26/10/15
007800     02  WS-TABLE-INDEX           PIC S9(4)  COMP VALUE ZERO.     26/10/15
007900     02  WS-TOTAL-USERS           PIC S9(7)  COMP VALUE ZERO.     26/10/15
008000     02  WS-TOTAL-HELD            PIC S9(7)  COMP VALUE ZERO.     26/10/15
008100     02  WS-TOTAL-EXPIRED         PIC S9(7)  COMP VALUE ZERO.     26/10/15
008200     02  WS-TOTAL-VIOLATIONS      PIC S9(7)  COMP VALUE ZERO.     26/10/15
008300                                                                  26/10/15
008400 01  WS-WORK-AREAS.                                               26/10/15
008500     02  WS-FROM-DATE             PIC 9(8)   VALUE ZERO.          26/10/15
008600     02  WS-TODAY-DATE            PIC 9(8)   VALUE ZERO.          26/10/15
008700     02  WS-PREV-USER-ID          PIC X(8)   VALUE LOW-VALUES.    26/10/15
008800                                                                  26/10/15
008900*-----------------------------------------------------------------26/10/15
009000*  REPORT LINE LAYOUTS.                                           26/10/15
009100*-----------------------------------------------------------------26/10/15
009200 01  WS-HEADING-LINE.                                             26/10/15
009300     02  FILLER                   PIC X(132)                      26/10/15
009400             VALUE "USER AUTHORITY AND VIOLATIONS LISTING".       26/10/15
009500                                                                  26/10/15
009600 01  WS-REQUEST-LINE.                                             26/10/15
009700     02  FILLER                   PIC X(9)   VALUE "RUN DATE ".   26/10/15
009800     02  WS-REQ-TODAY             PIC 9(8).                       26/10/15
009900     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
010000     02  FILLER                   PIC X(16)                       26/10/15
010100                      VALUE "VIOLATIONS FROM ".                   26/10/15
010200     02  WS-REQ-FROM              PIC X(8).                       26/10/15
010300     02  FILLER                   PIC X(88)  VALUE SPACE.         26/10/15
010400                                                                  26/10/15
010500 01  WS-CAPTION-LINE.                                             26/10/15
010600     02  WS-CAP-TEXT              PIC X(40).                      26/10/15
010700     02  FILLER                   PIC X(92)  VALUE SPACE.         26/10/15
010800                                                                  26/10/15
010900 01  WS-HOLDING-COLUMNS.                                          26/10/15
011000     02  FILLER                   PIC X(1)   VALUE SPACE.         26/10/15
011100     02  FILLER                   PIC X(10)  VALUE "USER".        26/10/15
011200     02  FILLER                   PIC X(16)  VALUE "AUTHORITY".   26/10/15
011300     02  FILLER                   PIC X(18)                       26/10/15
011400                      VALUE "FORMULA RANGE".                      26/10/15
011500     02  FILLER                   PIC X(52)  VALUE "RATE TABLES". 26/10/15
011600     02  FILLER                   PIC X(10)  VALUE "EXPIRES".     26/10/15
011700     02  FILLER                   PIC X(9)   VALUE "GRANTED".     26/10/15
011800     02  FILLER                   PIC X(9)   VALUE "BY".          26/10/15
011900     02  FILLER                   PIC X(7)   VALUE "STATUS".      26/10/15
012000                                                                  26/10/15
012100 01  WS-HOLDING-LINE.                                             26/10/15
012200     02  FILLER                   PIC X(1)   VALUE SPACE.         26/10/15
012300     02  WS-HLD-USER-ID           PIC X(8).                       26/10/15
012400     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
012500     02  WS-HLD-AUTH-NAME         PIC X(14).                      26/10/15
012600     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
012700     02  WS-HLD-FORMULA-LO        PIC X(8).                       26/10/15
012800     02  FILLER                   PIC X(1)   VALUE SPACE.         26/10/15
012900     02  WS-HLD-FORMULA-HI        PIC X(8).                       26/10/15
013000     02  FILLER                   PIC X(1)   VALUE SPACE.         26/10/15
013100     02  WS-HLD-TABLES.                                           26/10/15
013200         03  WS-HLD-TABLE         OCCURS 10.                      26/10/15
013300             04  FILLER           PIC X(1).                       26/10/15
013400             04  WS-HLD-TABLE-ID  PIC ZZZZ.                       26/10/15
013500     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
013600     02  WS-HLD-EXPIRY            PIC X(8).                       26/10/15
013700     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
013800     02  WS-HLD-GRANT-DATE        PIC 9(8).                       26/10/15
013900     02  FILLER                   PIC X(1)   VALUE SPACE.         26/10/15
014000     02  WS-HLD-GRANTED-BY        PIC X(8).                       26/10/15
014100     02  FILLER                   PIC X(1)   VALUE SPACE.         26/10/15
014200     02  WS-HLD-STATUS            PIC X(7).                       26/10/15
014300                                                                  26/10/15
014400 01  WS-VIOLATION-COLUMNS.                                        26/10/15
014500     02  FILLER                   PIC X(1)   VALUE SPACE.         26/10/15
014600     02  FILLER                   PIC X(9)   VALUE "DATE".        26/10/15
014700     02  FILLER                   PIC X(10)  VALUE "TIME".        26/10/15
014800     02  FILLER                   PIC X(10)  VALUE "PROGRAM".     26/10/15
014900     02  FILLER                   PIC X(10)  VALUE "USER".        26/10/15
015000     02  FILLER                   PIC X(4)   VALUE "AUT".         26/10/15
015100     02  FILLER                   PIC X(4)   VALUE "ACT".         26/10/15
015200     02  FILLER                   PIC X(10)  VALUE "OBJECT".      26/10/15
015300     02  FILLER                   PIC X(74)  VALUE "REASON".      26/10/15
015400                                                                  26/10/15
015500 01  WS-VIOLATION-LINE.                                           26/10/15
015600     02  FILLER                   PIC X(1)   VALUE SPACE.         26/10/15
015700     02  WS-VIO-DATE              PIC 9(8).                       26/10/15
015800     02  FILLER                   PIC X(1)   VALUE SPACE.         26/10/15
015900     02  WS-VIO-TIME              PIC 9(8).                       26/10/15
016000     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
016100     02  WS-VIO-PROGRAM           PIC X(8).                       26/10/15
016200     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
016300     02  WS-VIO-USER-ID           PIC X(8).                       26/10/15
016400     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
016500     02  WS-VIO-AUTHORITY         PIC X.                          26/10/15
016600     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
016700     02  WS-VIO-ACTION            PIC X.                          26/10/15
016800     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
016900     02  WS-VIO-OBJECT            PIC X(8).                       26/10/15
017000     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
017100     02  WS-VIO-REASON            PIC X(30).                      26/10/15
017200     02  FILLER                   PIC X(44)  VALUE SPACE.         26/10/15
017300                                                                  26/10/15
017400 01  WS-SUMMARY-LINE.                                             26/10/15
017500     02  FILLER                   PIC X(20)                       26/10/15
017600                      VALUE "USERS             : ".               26/10/15
017700     02  WS-SUM-USERS             PIC ZZZ,ZZ9.                    26/10/15
017800     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
017900                                                                  26/10/15
018000 01  WS-SUMMARY-LINE-2.                                           26/10/15
018100     02  FILLER                   PIC X(20)                       26/10/15
018200                      VALUE "AUTHORITIES HELD  : ".               26/10/15
018300     02  WS-SUM-HELD              PIC ZZZ,ZZ9.                    26/10/15
018400     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
018500                                                                  26/10/15
018600 01  WS-SUMMARY-LINE-3.                                           26/10/15
018700     02  FILLER                   PIC X(20)                       26/10/15
018800                      VALUE "EXPIRED           : ".               26/10/15
018900     02  WS-SUM-EXPIRED           PIC ZZZ,ZZ9.                    26/10/15
019000     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
019100                                                                  26/10/15
019200 01  WS-SUMMARY-LINE-4.                                           26/10/15
019300     02  FILLER                   PIC X(20)                       26/10/15
019400                      VALUE "VIOLATIONS LISTED : ".               26/10/15
019500     02  WS-SUM-VIOLATIONS        PIC ZZZ,ZZ9.                    26/10/15
019600     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
019700                                                                  26/10/15
019800 PROCEDURE DIVISION.                                              26/10/15
019900                                                                  26/10/15
020000*    0000-MAINLINE                                                26/10/15
020100                                                                  26/10/15
020200 0000-MAINLINE.                                                   26/10/15
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       26/10/15
020400     PERFORM 2000-LIST-AUTHORITIES THRU 2000-EXIT                 26/10/15
020500     PERFORM 3000-LIST-VIOLATIONS THRU 3000-EXIT                  26/10/15
020600     PERFORM 8000-TERMINATE THRU 8000-EXIT                        26/10/15
020700     STOP RUN                                                     26/10/15
020800     .                                                            26/10/15
020900                                                                  26/10/15
021000*-----------------------------------------------------------------26/10/15
021100*  THE EARLIEST VIOLATION DATE IS ACCEPTED AT RUN TIME.           26/10/15
021200*-----------------------------------------------------------------26/10/15
021300 1000-INITIALIZE.                                                 26/10/15
021400     ACCEPT WS-FROM-DATE                                          26/10/15
021500     IF WS-FROM-DATE NOT NUMERIC                                  26/10/15
021600         MOVE ZERO TO WS-FROM-DATE                                26/10/15
021700     .                                                            26/10/15
021800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD                      26/10/15
021900     OPEN INPUT  AUTHORITY-FILE                                   26/10/15
022000     OPEN INPUT  SECURITY-VIOLATION-FILE                          26/10/15
022100     OPEN OUTPUT AUTHORITY-LISTING                                26/10/15
022200     WRITE REPORT-LINE FROM WS-HEADING-LINE                       26/10/15
022300     MOVE WS-TODAY-DATE TO WS-REQ-TODAY                           26/10/15
022400     IF WS-FROM-DATE > ZERO                                       26/10/15
022500         MOVE WS-FROM-DATE TO WS-REQ-FROM                         26/10/15
022600     ELSE                                                         26/10/15
022700         MOVE "ALL" TO WS-REQ-FROM                                26/10/15
022800     .                                                            26/10/15
022900     WRITE REPORT-LINE FROM WS-REQUEST-LINE                       26/10/15
023000     .                                                            26/10/15
023100 1000-EXIT.                                                       26/10/15
023200     EXIT.                                                        26/10/15
023300                                                                  26/10/15
023400 2000-LIST-AUTHORITIES.                                           26/10/15
023500     MOVE SPACE TO REPORT-LINE                                    26/10/15
023600     WRITE REPORT-LINE                                            26/10/15
023700     MOVE "AUTHORITIES HELD" TO WS-CAP-TEXT                       26/10/15
023800     WRITE REPORT-LINE FROM WS-CAPTION-LINE                       26/10/15
023900     WRITE REPORT-LINE FROM WS-HOLDING-COLUMNS                    26/10/15
024000     PERFORM 2100-LIST-ONE-AUTHORITY THRU 2100-EXIT               26/10/15
024100         UNTIL NO-MORE-AUTHORITIES                                26/10/15
024200     .                                                            26/10/15
024300 2000-EXIT.                                                       26/10/15
024400     EXIT.                                                        26/10/15
024500                                                                  26/10/15
024600 2100-LIST-ONE-AUTHORITY.                                         26/10/15
024700     READ AUTHORITY-FILE NEXT                                     26/10/15
024800         AT END                                                   26/10/15
024900             MOVE "Y" TO WS-AUTH-EOF-SWITCH                       26/10/15
025000             GO TO 2100-EXIT                                      26/10/15
025100     .                                                            26/10/15
025200     ADD 1 TO WS-TOTAL-HELD                                       26/10/15
025300     IF UA-USER-ID NOT = WS-PREV-USER-ID                          26/10/15
025400         ADD 1 TO WS-TOTAL-USERS                                  26/10/15
025500         MOVE UA-USER-ID TO WS-PREV-USER-ID                       26/10/15
025600     .                                                            26/10/15
025700     MOVE SPACE TO WS-HOLDING-LINE                                26/10/15
025800     MOVE UA-USER-ID TO WS-HLD-USER-ID                            26/10/15
025900     PERFORM 2200-NAME-AUTHORITY THRU 2200-EXIT                   26/10/15
026000     PERFORM 2300-SHOW-LIMITS THRU 2300-EXIT                      26/10/15
026100     IF UA-EXPIRY-DATE = ZERO                                     26/10/15
026200         MOVE "NONE" TO WS-HLD-EXPIRY                             26/10/15
026300     ELSE                                                         26/10/15
026400         MOVE UA-EXPIRY-DATE TO WS-HLD-EXPIRY                     26/10/15
026500     .                                                            26/10/15
026600     MOVE UA-GRANT-DATE TO WS-HLD-GRANT-DATE                      26/10/15
026700     MOVE UA-GRANTED-BY TO WS-HLD-GRANTED-BY                      26/10/15
026800     IF UA-EXPIRY-DATE NOT = ZERO                                 26/10/15
026900             AND UA-EXPIRY-DATE < WS-TODAY-DATE                   26/10/15
027000         MOVE "EXPIRED" TO WS-HLD-STATUS                          26/10/15
027100         ADD 1 TO WS-TOTAL-EXPIRED                                26/10/15
027200     .                                                            26/10/15
027300     WRITE REPORT-LINE FROM WS-HOLDING-LINE                       26/10/15
027400     .                                                            26/10/15
027500 2100-EXIT.                                                       26/10/15
027600     EXIT.                                                        26/10/15
027700                                                                  26/10/15
027800 2200-NAME-AUTHORITY.                                             26/10/15
027900     IF UA-AUTHORITY-IS-SUBMIT                                    26/10/15
028000         MOVE "SUBMIT" TO WS-HLD-AUTH-NAME                        26/10/15
028100     ELSE                                                         26/10/15
028200     IF UA-AUTHORITY-IS-APPROVE                                   26/10/15
028300         MOVE "APPROVE" TO WS-HLD-AUTH-NAME                       26/10/15
028400     ELSE                                                         26/10/15
028500     IF UA-AUTHORITY-IS-RATE                                      26/10/15
028600         MOVE "RATE TABLES" TO WS-HLD-AUTH-NAME                   26/10/15
028700     ELSE                                                         26/10/15
028800     IF UA-AUTHORITY-IS-GL-MAP                                    26/10/15
028900         MOVE "GL MAPPING" TO WS-HLD-AUTH-NAME                    26/10/15
029000     ELSE                                                         26/10/15
029100     IF UA-AUTHORITY-IS-SECURITY                                  26/10/15
029200         MOVE "SECURITY ADMIN" TO WS-HLD-AUTH-NAME                26/10/15
029300     ELSE                                                         26/10/15
029400         MOVE UA-AUTHORITY TO WS-HLD-AUTH-NAME                    26/10/15
029500     .                                                            26/10/15
029600 2200-EXIT.                                                       26/10/15
029700     EXIT.                                                        26/10/15
029800                                                                  26/10/15
029900*-----------------------------------------------------------------26/10/15
030000*  A FORMULA RANGE IS SHOWN FOR THE AUTHORITIES IT LIMITS, A      26/10/15
030100*  BLANK END AS FIRST OR LAST; THE TABLE LIST FOR RATE TABLE      26/10/15
030200*  AUTHORITY, ALL WHEN NONE IS LISTED.                            26/10/15
030300*-----------------------------------------------------------------26/10/15
030400 2300-SHOW-LIMITS.                                                26/10/15
030500     IF UA-AUTHORITY-IS-SUBMIT                                    26/10/15
030600             OR UA-AUTHORITY-IS-APPROVE                           26/10/15
030700             OR UA-AUTHORITY-IS-GL-MAP                            26/10/15
030800         PERFORM 2310-SHOW-FORMULA-RANGE THRU 2310-EXIT           26/10/15
030900     .                                                            26/10/15
031000     IF UA-AUTHORITY-IS-RATE                                      26/10/15
031100         PERFORM 2320-SHOW-TABLE-LIST THRU 2320-EXIT              26/10/15
031200     .                                                            26/10/15
031300 2300-EXIT.                                                       26/10/15
031400     EXIT.                                                        26/10/15
031500                                                                  26/10/15
031600 2310-SHOW-FORMULA-RANGE.                                         26/10/15
031700     IF UA-FORMULA-LO = SPACE                                     26/10/15
031800             AND UA-FORMULA-HI = SPACE                            26/10/15
031900         MOVE "ALL" TO WS-HLD-FORMULA-LO                          26/10/15
032000         GO TO 2310-EXIT                                          26/10/15
032100     .                                                            26/10/15
032200     IF UA-FORMULA-LO = SPACE                                     26/10/15
032300         MOVE "FIRST" TO WS-HLD-FORMULA-LO                        26/10/15
032400     ELSE                                                         26/10/15
032500         MOVE UA-FORMULA-LO TO WS-HLD-FORMULA-LO                  26/10/15
032600     .                                                            26/10/15
032700     IF UA-FORMULA-HI = SPACE                                     26/10/15
032800         MOVE "LAST" TO WS-HLD-FORMULA-HI                         26/10/15
032900     ELSE                                                         26/10/15
033000         MOVE UA-FORMULA-HI TO WS-HLD-FORMULA-HI                  26/10/15
033100     .                                                            26/10/15
033200 2310-EXIT.                                                       26/10/15
033300     EXIT.                                                        26/10/15
033400                                                                  26/10/15
033500 2320-SHOW-TABLE-LIST.                                            26/10/15
033600     MOVE SPACE TO WS-LIMIT-SWITCH                                26/10/15
033700     PERFORM 2330-SHOW-ONE-TABLE THRU 2330-EXIT                   26/10/15
033800         VARYING WS-TABLE-INDEX FROM 1 BY 1                       26/10/15
033900             UNTIL WS-TABLE-INDEX > 10                            26/10/15
034000     IF NOT TABLES-ARE-LIMITED                                    26/10/15
034100         MOVE "  ALL" TO WS-HLD-TABLES                            26/10/15
034200     .                                                            26/10/15
034300 2320-EXIT.                                                       26/10/15
034400     EXIT.                                                        26/10/15
034500                                                                  26/10/15
034600 2330-SHOW-ONE-TABLE.                                             26/10/15
034700     IF UA-TABLE-ID (WS-TABLE-INDEX) NOT = ZERO                   26/10/15
034800         MOVE "Y" TO WS-LIMIT-SWITCH                              26/10/15
034900         MOVE UA-TABLE-ID (WS-TABLE-INDEX)                        26/10/15
035000             TO WS-HLD-TABLE-ID (WS-TABLE-INDEX)                  26/10/15
035100     .                                                            26/10/15
035200 2330-EXIT.                                                       26/10/15
035300     EXIT.                                                        26/10/15
035400                                                                  26/10/15
035500 3000-LIST-VIOLATIONS.                                            26/10/15
035600     MOVE SPACE TO REPORT-LINE                                    26/10/15
035700     WRITE REPORT-LINE                                            26/10/15
035800     MOVE "SECURITY VIOLATIONS" TO WS-CAP-TEXT                    26/10/15
035900     WRITE REPORT-LINE FROM WS-CAPTION-LINE                       26/10/15
036000     WRITE REPORT-LINE FROM WS-VIOLATION-COLUMNS                  26/10/15
036100     PERFORM 3100-LIST-ONE-VIOLATION THRU 3100-EXIT               26/10/15
036200         UNTIL NO-MORE-VIOLATIONS                                 26/10/15
036300     .                                                            26/10/15
036400 3000-EXIT.                                                       26/10/15
036500     EXIT.                                                        26/10/15
036600                                                                  26/10/15
036700 3100-LIST-ONE-VIOLATION.                                         26/10/15
036800     READ SECURITY-VIOLATION-FILE                                 26/10/15
036900         AT END                                                   26/10/15
037000             MOVE "Y" TO WS-VIOL-EOF-SWITCH                       26/10/15
037100             GO TO 3100-EXIT                                      26/10/15
037200     .                                                            26/10/15
037300     IF SV-DATE < WS-FROM-DATE                                    26/10/15
037400         GO TO 3100-EXIT                                          26/10/15
037500     .                                                            26/10/15
037600     ADD 1 TO WS-TOTAL-VIOLATIONS                                 26/10/15
037700     MOVE SPACE TO WS-VIOLATION-LINE                              26/10/15
037800     MOVE SV-DATE      TO WS-VIO-DATE                             26/10/15
037900     MOVE SV-TIME      TO WS-VIO-TIME                             26/10/15
038000     MOVE SV-PROGRAM   TO WS-VIO-PROGRAM                          26/10/15
038100     MOVE SV-USER-ID   TO WS-VIO-USER-ID                          26/10/15
038200     MOVE SV-AUTHORITY TO WS-VIO-AUTHORITY                        26/10/15
038300     MOVE SV-ACTION    TO WS-VIO-ACTION                           26/10/15
038400     IF SV-FORMULA-ID NOT = SPACE                                 26/10/15
038500         MOVE SV-FORMULA-ID TO WS-VIO-OBJECT                      26/10/15
038600     ELSE                                                         26/10/15
038700     IF SV-TABLE-ID NOT = ZERO                                    26/10/15
038800         MOVE SV-TABLE-ID TO WS-VIO-OBJECT                        26/10/15
038900     .                                                            26/10/15
039000     MOVE SV-REASON    TO WS-VIO-REASON                           26/10/15
039100     WRITE REPORT-LINE FROM WS-VIOLATION-LINE                     26/10/15
039200     .                                                            26/10/15
039300 3100-EXIT.                                                       26/10/15
039400     EXIT.                                                        26/10/15
039500                                                                  26/10/15
039600 8000-TERMINATE.                                                  26/10/15
039700     MOVE SPACE TO REPORT-LINE                                    26/10/15
039800     WRITE REPORT-LINE                                            26/10/15
039900     MOVE WS-TOTAL-USERS      TO WS-SUM-USERS                     26/10/15
040000     MOVE WS-TOTAL-HELD       TO WS-SUM-HELD                      26/10/15
040100     MOVE WS-TOTAL-EXPIRED    TO WS-SUM-EXPIRED                   26/10/15
040200     MOVE WS-TOTAL-VIOLATIONS TO WS-SUM-VIOLATIONS                26/10/15
040300     WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       26/10/15
040400     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2                     26/10/15
040500     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3                     26/10/15
040600     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4                     26/10/15
040700     CLOSE AUTHORITY-FILE                                         26/10/15
040800     CLOSE SECURITY-VIOLATION-FILE                                26/10/15
040900     CLOSE AUTHORITY-LISTING                                      26/10/15
041000     .                                                            26/10/15
041100 8000-EXIT.                                                       26/10/15
041200     EXIT.                                                        26/10/15
