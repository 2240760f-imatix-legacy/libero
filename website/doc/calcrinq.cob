000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    CALCRINQ.                                         26/10/15
000300                                                                  26/10/15
000400 AUTHOR.        J ANDERSON.                                       26/10/15
000500 DATE-WRITTEN.  26/10/15                                          26/10/15
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/10/15
000800*-----------------------------------------------------------------26/10/15
000900*  CALCRINQ - ONLINE RESULT INQUIRY                               26/10/15
001000*                                                                 26/10/15
001100*  A TERMINAL INQUIRY OVER THE LATEST EVALUATION RUN, READ FROM   26/10/15
001200*  THE KEYED RESULT INDEX THAT CALCRIDX BUILDS AFTER THE RUN      26/10/15
001300*  (CALCRIX, SEE RSLTXREC.CPY).  THE OPERATOR ENTERS ONE          26/10/15
001400*  COMMAND A LINE:                                                26/10/15
001500*                                                                 26/10/15
001600*      A KEY      - SHOW EVERY FORMULA RESULT FOR THE ACCOUNT     26/10/15
001700*                   WITH THAT INPUT KEY                           26/10/15
001800*      F FORMULA  - FOR ONE FORMULA OF THE ACCOUNT ON SHOW: THE   26/10/15
001900*                   VERSION IN EFFECT FOR THE RUN, ITS            26/10/15
002000*                   EXPRESSION, THE TEN VARIABLE VALUES USED AND  26/10/15
002100*                   THE CHAINED RESULTS FED INTO IT               26/10/15
002200*      T          - TRACE THE FORMULA ON SHOW THROUGH CALCPK      26/10/15
002300*                   AND SHOW THE STEP-BY-STEP EVALUATION          26/10/15
002400*      L          - BACK TO THE ACCOUNT'S RESULT LIST             26/10/15
002500*      Q          - END THE INQUIRY (SO DOES AN EMPTY LINE)       26/10/15
002600*                                                                 26/10/15
002700*  THE VARIABLES USED ARE THE ACCOUNT'S INPUT VARIABLES WITH      26/10/15
002800*  EACH CHAINED RESULT LOADED INTO ITS SLOT, AS CALCEXEC LOADS    26/10/15
002900*  THEM.  THE TRACE REPLAYS THE EVALUATION WITH THOSE VALUES      26/10/15
003000*  AND THE FORMULA'S ROUNDING POLICY AND SHOWS WHETHER IT         26/10/15
003100*  REPRODUCES THE STORED RESULT.                                  26/10/15
003200*                                                                 26/10/15
003300*  THE PROGRAM IS A LIBERO DIALOG (CALCRIQD.L, TABLES AND         26/10/15
003400*  INTERPRETER IN CALCRIQD.CPY).  EACH DIALOG MODULE BELOW IS     26/10/15
003500*  ONE PARAGRAPH; THE COMMAND IS READ IN GET-EXTERNAL-EVENT.      26/10/15
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
004600     SELECT RESULT-INDEX                                          26/10/15
004700         ASSIGN TO "CALCRIX"                                      26/10/15
004800         ORGANIZATION IS INDEXED                                  26/10/15
004900         ACCESS MODE IS DYNAMIC                                   26/10/15
005000         RECORD KEY IS RX-RESULT-KEY.                             26/10/15
005100     SELECT FORMULA-LIBRARY                                       26/10/15
005200         ASSIGN TO "FORMLIB"                                      26/10/15
005300         ORGANIZATION IS INDEXED                                  26/10/15
005400         ACCESS MODE IS RANDOM                                    26/10/15
005500         RECORD KEY IS FL-FORMULA-KEY.                            26/10/15
005600     SELECT OPTIONAL RATE-TABLE-FILE                              26/10/15
005700         ASSIGN TO "RATETAB"                                      26/10/15
005800         ORGANIZATION IS INDEXED                                  26/10/15
005900         ACCESS MODE IS SEQUENTIAL                                26/10/15
006000         RECORD KEY IS RT-RATE-KEY.                               26/10/15
006100     SELECT OPTIONAL TRACE-FILE                                   26/10/15
006200         ASSIGN TO "CALCTRC"                                      26/10/15
006300         ORGANIZATION IS LINE SEQUENTIAL.                         26/10/15
006400                                                                  26/10/15
006500 DATA DIVISION.                                                   26/10/15
006600                                                                  26/10/15
006700 FILE SECTION.                                                    26/10/15
006800 FD  RESULT-INDEX                                                 26/10/15
006900     LABEL RECORDS ARE STANDARD.                                  26/10/15
007000 COPY RSLTXREC.                                                   26/10/15
007100                                                                  26/10/15
007200 FD  FORMULA-LIBRARY                                              26/10/15
007300     LABEL RECORDS ARE STANDARD.                                  26/10/15
007400 COPY FORMREC.                                                    26/10/15
007500                                                                  26/10/15
007600 FD  RATE-TABLE-FILE                                              26/10/15
007700     LABEL RECORDS ARE STANDARD.                                  26/10/15
007800 COPY RATEREC.                                                    26/10/15
007900                                                                  26/10/15
008000 FD  TRACE-FILE                                                   26/10/15
008100     LABEL RECORDS ARE STANDARD.                                  26/10/15
008200 01  TRACE-RECORD                PIC X(80).                       26/10/15
008300                                                                  26/10/15
008400 WORKING-STORAGE SECTION.                                         26/10/15
008500                                                                  26/10/15
008600*-----------------------------------------------------------------26/10/15
008700*  SWITCHES AND COUNTERS.                                         26/10/15
008800*-----------------------------------------------------------------26/10/15
008900 01  WS-SWITCHES.                                                 26/10/15
009000     02  WS-INDEX-EOF-SWITCH      PIC X      VALUE SPACE.         26/10/15
009100         88  NO-MORE-INDEX                   VALUE "Y".           26/10/15
009200     02  WS-FOUND-SWITCH          PIC X      VALUE SPACE.         26/10/15
009300         88  RESULT-FOUND                    VALUE "Y".           26/10/15
009400     02  WS-VERSION-SWITCH        PIC X      VALUE SPACE.         26/10/15
009500         88  VERSION-ON-FILE                 VALUE "Y".           26/10/15
009600     02  WS-TRACE-EOF-SWITCH      PIC X      VALUE SPACE.         26/10/15
009700         88  NO-MORE-TRACE                   VALUE "Y".           26/10/15
009800                                                                  26/10/15
009900 COPY RATELODW.                                                   26/10/15
010000 COPY CALCPKC.                                                    26/10/15
010100                                                                  26/10/15
010200 01  WS-COUNTERS.                                                 26/10/15
010300     02  WS-LIST-COUNT            PIC S9(4)  COMP VALUE ZERO.     26/10/15
010400     02  WS-VAR-INDEX             PIC S9(4)  COMP VALUE ZERO.     26/10/15
010500     02  WS-CHAIN-INDEX           PIC S9(4)  COMP VALUE ZERO.     26/10/15
010600     02  WS-CHAINS-SHOWN          PIC S9(4)  COMP VALUE ZERO.     26/10/15
010700     02  WS-SEG-INDEX             PIC S9(4)  COMP VALUE ZERO.     26/10/15
010800     02  WS-SLOT-INDEX            PIC S9(4)  COMP VALUE ZERO.     26/10/15
010900                                                                  26/10/15
011000*-----------------------------------------------------------------26/10/15
011100*  THE COMMAND LINE: A ONE-LETTER COMMAND, A SPACE, AND THE       26/10/15
011200*  INPUT KEY OR FORMULA ID IT NAMES.                              26/10/15
011300*-----------------------------------------------------------------26/10/15
011400 01  WS-COMMAND-AREA.                                             26/10/15
011500     02  WS-COMMAND-LINE          PIC X(80)  VALUE SPACE.         26/10/15
011600     02  FILLER                   REDEFINES  WS-COMMAND-LINE.     26/10/15
011700         03  WS-COMMAND-CODE      PIC X.                          26/10/15
011800         03  FILLER               PIC X.                          26/10/15
011900         03  WS-COMMAND-OPERAND   PIC X(16).                      26/10/15
012000         03  FILLER               PIC X(62).                      26/10/15
012100                                                                  26/10/15
012200*-----------------------------------------------------------------26/10/15
012300*  WHAT IS ASKED FOR AND WHAT IS ON SHOW.  THE ACCOUNT AND        26/10/15
012400*  FORMULA ON SHOW ONLY CHANGE WHEN THE ONE ASKED FOR IS FOUND.   26/10/15
012500*-----------------------------------------------------------------26/10/15
012600 01  WS-INQUIRY-AREAS.                                            26/10/15
012700     02  WS-WANTED-KEY            PIC X(16)  VALUE SPACE.         26/10/15
012800     02  WS-WANTED-FORMULA        PIC X(8)   VALUE SPACE.         26/10/15
012900     02  WS-POSITION-KEY          PIC X(16)  VALUE SPACE.         26/10/15
013000     02  WS-ACCOUNT-KEY           PIC X(16)  VALUE SPACE.         26/10/15
013100     02  WS-ACCOUNT-AS-OF         PIC 9(8)   VALUE ZERO.          26/10/15
013200     02  WS-MESSAGE               PIC X(80)  VALUE SPACE.         26/10/15
013300                                                                  26/10/15
013400*  THE RESULT ON SHOW - THE INDEX RECORD UNDER ITS OWN PREFIX.    26/10/15
013500 COPY RSLTXREC REPLACING LEADING ==RX-== BY ==RH-==               26/10/15
013600      ==RESULT-INDEX-RECORD== BY ==RESULT-HOLD-RECORD==.          26/10/15
013700                                                                  26/10/15
013800*-----------------------------------------------------------------26/10/15
013900*  THE VARIABLES USED BY THE FORMULA ON SHOW, WHERE EACH CAME     26/10/15
014000*  FROM, AND ITS CHAINED RESULTS.                                 26/10/15
014100*-----------------------------------------------------------------26/10/15
014200 01  WS-USED-VARIABLES.                                           26/10/15
014300     02  WS-USED-ENTRY            OCCURS 10 TIMES.                26/10/15
014400         03  WS-USED-VALUE        PIC S9(9)V9(9).                 26/10/15
014500         03  WS-USED-SOURCE       PIC X(14).                      26/10/15
014600                                                                  26/10/15
014700 01  WS-CHAIN-TABLE.                                              26/10/15
014800     02  WS-CHAIN-ENTRY           OCCURS 3 TIMES.                 26/10/15
014900         03  WS-CHN-FORMULA-ID    PIC X(8).                       26/10/15
015000         03  WS-CHN-SLOT          PIC 9(2).                       26/10/15
015100         03  WS-CHN-RESULT        PIC S9(9)V9(9).                 26/10/15
015200         03  WS-CHN-FEEDBACK      PIC X(12).                      26/10/15
015300                                                                  26/10/15
015400 01  WS-VARIABLE-LETTERS.                                         26/10/15
015500     02  FILLER                   PIC X(10)  VALUE "ABCDEFGHIJ".  26/10/15
015600 01  FILLER                       REDEFINES  WS-VARIABLE-LETTERS. 26/10/15
015700     02  WS-VARIABLE-LETTER       PIC X      OCCURS 10 TIMES.     26/10/15
015800                                                                  26/10/15
015900*  THE FULL 240-CHARACTER EXPRESSION IS SHOWN AS THREE            26/10/15
016000*  80-CHARACTER SEGMENTS.                                         26/10/15
016100 01  WS-EXPR-HOLD.                                                26/10/15
016200     02  WS-EXPR-PART             PIC X(80)  OCCURS 3 TIMES.      26/10/15
016300                                                                  26/10/15
016400*-----------------------------------------------------------------26/10/15
016500*  SCREEN LINE LAYOUTS.                                           26/10/15
016600*-----------------------------------------------------------------26/10/15
016700 01  WS-LIST-HEADING.                                             26/10/15
016800     02  FILLER                   PIC X(10)  VALUE "INPUT KEY ".  26/10/15
016900     02  WS-LHD-KEY               PIC X(16).                      26/10/15
017000     02  FILLER                   PIC X(15)                       26/10/15
017100                      VALUE "   AS-OF DATE ".                     26/10/15
017200     02  WS-LHD-AS-OF             PIC 9(8).                       26/10/15
017300     02  FILLER                   PIC X(31)  VALUE SPACE.         26/10/15
017400                                                                  26/10/15
017500 01  WS-LIST-COLUMNS.                                             26/10/15
017600     02  FILLER                   PIC X(80)  VALUE                26/10/15
017700         "  FORMULA   VERSION                 RESULT  FEEDBACK".  26/10/15
017800                                                                  26/10/15
017900 01  WS-LIST-LINE.                                                26/10/15
018000     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
018100     02  WS-LST-FORMULA-ID        PIC X(8).                       26/10/15
018200     02  FILLER                   PIC X(5)   VALUE SPACE.         26/10/15
018300     02  WS-LST-VERSION           PIC ZZ9.                        26/10/15
018400     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
018500     02  WS-LST-RESULT            PIC -(9)9.9(9).                 26/10/15
018600     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
018700     02  WS-LST-FEEDBACK          PIC X(12).                      26/10/15
018800     02  FILLER                   PIC X(26)  VALUE SPACE.         26/10/15
018900                                                                  26/10/15
019000 01  WS-LIST-TOTAL-LINE.                                          26/10/15
019100     02  WS-LTL-COUNT             PIC ZZZ9.                       26/10/15
019200     02  FILLER                   PIC X(76)                       26/10/15
019300                      VALUE " RESULTS - F FORMULA SHOWS ONE.".    26/10/15
019400                                                                  26/10/15
019500 01  WS-FORMULA-LINE.                                             26/10/15
019600     02  FILLER                   PIC X(8)   VALUE "FORMULA ".    26/10/15
019700     02  WS-FML-FORMULA-ID        PIC X(8).                       26/10/15
019800     02  FILLER                   PIC X(10)  VALUE "  VERSION ".  26/10/15
019900     02  WS-FML-VERSION           PIC ZZ9.                        26/10/15
020000     02  FILLER                   PIC X(12)  VALUE "  EFFECTIVE ".26/10/15
020100     02  WS-FML-FROM              PIC 9(8).                       26/10/15
020200     02  FILLER                   PIC X(4)   VALUE " TO ".        26/10/15
020300     02  WS-FML-TO                PIC 9(8).                       26/10/15
020400     02  FILLER                   PIC X(19)  VALUE SPACE.         26/10/15
020500                                                                  26/10/15
020600 01  WS-RESULT-LINE.                                              26/10/15
020700     02  FILLER                   PIC X(8)   VALUE "RESULT  ".    26/10/15
020800     02  WS-RSL-RESULT            PIC -(9)9.9(9).                 26/10/15
020900     02  FILLER                   PIC X(11)  VALUE "  FEEDBACK ". 26/10/15
021000     02  WS-RSL-FEEDBACK          PIC X(12).                      26/10/15
021100     02  FILLER                   PIC X(29)  VALUE SPACE.         26/10/15
021200                                                                  26/10/15
021300 01  WS-ROUNDING-LINE.                                            26/10/15
021400     02  FILLER                   PIC X(9)   VALUE "ROUNDING ".   26/10/15
021500     02  WS-RND-PLACES            PIC 9.                          26/10/15
021600     02  FILLER                   PIC X(14)                       26/10/15
021700                      VALUE " PLACES, RULE ".                     26/10/15
021800     02  WS-RND-RULE              PIC X.                          26/10/15
021900     02  FILLER                   PIC X(55)  VALUE SPACE.         26/10/15
022000                                                                  26/10/15
022100 01  WS-VARIABLE-LINE.                                            26/10/15
022200     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
022300     02  WS-VRL-LETTER            PIC X.                          26/10/15
022400     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
022500     02  WS-VRL-VALUE             PIC -(9)9.9(9).                 26/10/15
022600     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
022700     02  WS-VRL-SOURCE            PIC X(14).                      26/10/15
022800     02  FILLER                   PIC X(39)  VALUE SPACE.         26/10/15
022900                                                                  26/10/15
023000 01  WS-CHAIN-LINE.                                               26/10/15
023100     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
023200     02  WS-CHL-FORMULA-ID        PIC X(8).                       26/10/15
023300     02  FILLER                   PIC X(6)   VALUE " INTO ".      26/10/15
023400     02  WS-CHL-LETTER            PIC X.                          26/10/15
023500     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
023600     02  WS-CHL-RESULT            PIC -(9)9.9(9).                 26/10/15
023700     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
023800     02  WS-CHL-FEEDBACK          PIC X(12).                      26/10/15
023900     02  FILLER                   PIC X(27)  VALUE SPACE.         26/10/15
024000                                                                  26/10/15
024100 01  WS-TRACE-RESULT-LINE.                                        26/10/15
024200     02  FILLER                   PIC X(13)                       26/10/15
024300                      VALUE "TRACE RESULT ".                      26/10/15
024400     02  WS-TRL-RESULT            PIC -(9)9.9(9).                 26/10/15
024500     02  FILLER                   PIC X(16)                       26/10/15
024600                      VALUE "  STORED RESULT ".                   26/10/15
024700     02  WS-TRL-STORED            PIC -(9)9.9(9).                 26/10/15
024800     02  FILLER                   PIC X(11)  VALUE SPACE.         26/10/15
024900                                                                  26/10/15
025000 01  WS-TRACE-ERROR-LINE.                                         26/10/15
025100     02  FILLER                   PIC X(18)                       26/10/15
025200                      VALUE "EVALUATION ERROR: ".                 26/10/15
025300     02  WS-TRE-ERROR             PIC X(30).                      26/10/15
025400     02  FILLER                   PIC X(13)                       26/10/15
025500                      VALUE " AT POSITION ".                      26/10/15
025600     02  WS-TRE-POSN              PIC ZZ9.                        26/10/15
025700     02  FILLER                   PIC X(16)  VALUE SPACE.         26/10/15
025800                                                                  26/10/15
025900*DIALOG DATA AND INTERPRETER.                                     26/10/15
026000 COPY CALCRIQD.                                                   26/10/15
026100                                                                  26/10/15
026200*******************   INITIALISE THE PROGRAM   *******************26/10/15
026300                                                                  26/10/15
026400*   THE RATE TABLES ARE LOADED ONCE, AS FOR ANY CALLER OF         26/10/15
026500*   CALCPK.  AN EMPTY INDEX ENDS THE INQUIRY AT ONCE.             26/10/15
026600 INITIALISE-THE-PROGRAM.                                          26/10/15
026700     MOVE OK-EVENT TO THE-NEXT-EVENT                              26/10/15
026800     OPEN INPUT RESULT-INDEX                                      26/10/15
026900     OPEN INPUT FORMULA-LIBRARY                                   26/10/15
027000     PERFORM 1190-LOAD-RATE-TABLES THRU 1190-EXIT                 26/10/15
027100     DISPLAY "CALCPK RESULT INQUIRY"                              26/10/15
027200     IF RATE-TABLE-OVERFLOWED                                     26/10/15
027300         DISPLAY "RATE TABLE FILE TRUNCATED - TRACES MAY DIFFER"  26/10/15
027400     .                                                            26/10/15
027500     MOVE LOW-VALUES TO RX-RESULT-KEY                             26/10/15
027600     START RESULT-INDEX KEY NOT < RX-RESULT-KEY                   26/10/15
027700         INVALID KEY                                              26/10/15
027800             DISPLAY "RESULT INDEX IS EMPTY - RUN CALCRIDX FIRST" 26/10/15
027900             MOVE ERROR-EVENT TO THE-NEXT-EVENT                   26/10/15
028000     .                                                            26/10/15
028100                                                                  26/10/15
028200*********************   GET EXTERNAL EVENT   *********************26/10/15
028300                                                                  26/10/15
028400 GET-EXTERNAL-EVENT.                                              26/10/15
028500     MOVE SPACE TO WS-COMMAND-LINE                                26/10/15
028600     DISPLAY " "                                                  26/10/15
028700     DISPLAY "COMMAND (A KEY, F FORMULA, T, L, Q):"               26/10/15
028800     ACCEPT WS-COMMAND-LINE                                       26/10/15
028900     INSPECT WS-COMMAND-CODE CONVERTING "afltq" TO "AFLTQ"        26/10/15
029000     IF WS-COMMAND-LINE = SPACE                                   26/10/15
029100         MOVE QUIT-EVENT TO THE-NEXT-EVENT                        26/10/15
029200     ELSE                                                         26/10/15
029300     IF WS-COMMAND-CODE = "A" AND WS-COMMAND-OPERAND NOT = SPACE  26/10/15
029400         MOVE WS-COMMAND-OPERAND TO WS-WANTED-KEY                 26/10/15
029500         MOVE ACCOUNT-EVENT TO THE-NEXT-EVENT                     26/10/15
029600     ELSE                                                         26/10/15
029700     IF WS-COMMAND-CODE = "F" AND WS-COMMAND-OPERAND NOT = SPACE  26/10/15
029800         MOVE WS-COMMAND-OPERAND TO WS-WANTED-FORMULA             26/10/15
029900         MOVE FORMULA-EVENT TO THE-NEXT-EVENT                     26/10/15
030000     ELSE                                                         26/10/15
030100     IF WS-COMMAND-CODE = "T"                                     26/10/15
030200         MOVE TRACE-EVENT TO THE-NEXT-EVENT                       26/10/15
030300     ELSE                                                         26/10/15
030400     IF WS-COMMAND-CODE = "L"                                     26/10/15
030500         MOVE LIST-EVENT TO THE-NEXT-EVENT                        26/10/15
030600     ELSE                                                         26/10/15
030700     IF WS-COMMAND-CODE = "Q"                                     26/10/15
030800         MOVE QUIT-EVENT TO THE-NEXT-EVENT                        26/10/15
030900     ELSE                                                         26/10/15
031000         MOVE INVALID-EVENT TO THE-NEXT-EVENT                     26/10/15
031100     .                                                            26/10/15
031200                                                                  26/10/15
031300********************   TERMINATE THE PROGRAM   *******************26/10/15
031400                                                                  26/10/15
031500 TERMINATE-THE-PROGRAM.                                           26/10/15
031600     MOVE TERMINATE-EVENT TO THE-NEXT-EVENT                       26/10/15
031700     CLOSE RESULT-INDEX                                           26/10/15
031800     CLOSE FORMULA-LIBRARY                                        26/10/15
031900     DISPLAY "RESULT INQUIRY ENDED"                               26/10/15
032000     .                                                            26/10/15
032100                                                                  26/10/15
032200*********************   SHOW ACCOUNT PROMPT   ********************26/10/15
032300                                                                  26/10/15
032400 SHOW-ACCOUNT-PROMPT.                                             26/10/15
032500     DISPLAY "ENTER A AND AN INPUT KEY TO SHOW AN ACCOUNT"        26/10/15
032600     .                                                            26/10/15
032700                                                                  26/10/15
032800********************   LOAD ACCOUNT RESULTS   ********************26/10/15
032900                                                                  26/10/15
033000*   THE ACCOUNT ON SHOW ONLY CHANGES WHEN THE KEY ASKED FOR HAS   26/10/15
033100*   RESULTS ON THE INDEX.                                         26/10/15
033200 LOAD-ACCOUNT-RESULTS.                                            26/10/15
033300     MOVE WS-WANTED-KEY TO WS-POSITION-KEY                        26/10/15
033400     PERFORM POSITION-AT-ACCOUNT                                  26/10/15
033500     IF NO-MORE-INDEX OR RX-INPUT-KEY NOT = WS-WANTED-KEY         26/10/15
033600         MOVE SPACE TO WS-MESSAGE                                 26/10/15
033700         STRING "NO RESULTS FOR INPUT KEY " WS-WANTED-KEY         26/10/15
033800             DELIMITED BY SIZE INTO WS-MESSAGE                    26/10/15
033900         PERFORM RAISE-NOT-FOUND                                  26/10/15
034000     ELSE                                                         26/10/15
034100         MOVE WS-WANTED-KEY TO WS-ACCOUNT-KEY                     26/10/15
034200         MOVE RX-AS-OF-DATE TO WS-ACCOUNT-AS-OF                   26/10/15
034300     .                                                            26/10/15
034400                                                                  26/10/15
034500**********************   SHOW RESULT LIST   **********************26/10/15
034600                                                                  26/10/15
034700 SHOW-RESULT-LIST.                                                26/10/15
034800     MOVE WS-ACCOUNT-KEY   TO WS-LHD-KEY                          26/10/15
034900     MOVE WS-ACCOUNT-AS-OF TO WS-LHD-AS-OF                        26/10/15
035000     DISPLAY " "                                                  26/10/15
035100     DISPLAY WS-LIST-HEADING                                      26/10/15
035200     DISPLAY WS-LIST-COLUMNS                                      26/10/15
035300     MOVE ZERO TO WS-LIST-COUNT                                   26/10/15
035400     MOVE WS-ACCOUNT-KEY TO WS-POSITION-KEY                       26/10/15
035500     PERFORM POSITION-AT-ACCOUNT                                  26/10/15
035600     PERFORM SHOW-ONE-RESULT                                      26/10/15
035700         UNTIL NO-MORE-INDEX                                      26/10/15
035800            OR RX-INPUT-KEY NOT = WS-ACCOUNT-KEY                  26/10/15
035900     MOVE WS-LIST-COUNT TO WS-LTL-COUNT                           26/10/15
036000     DISPLAY WS-LIST-TOTAL-LINE                                   26/10/15
036100     .                                                            26/10/15
036200                                                                  26/10/15
036300*******************   LOAD FORMULA DETAIL   **********************26/10/15
036400                                                                  26/10/15
036500*   THE FORMULA ON SHOW ONLY CHANGES WHEN THE ACCOUNT ON SHOW     26/10/15
036600*   HAS A RESULT FOR THE FORMULA ASKED FOR.                       26/10/15
036700 LOAD-FORMULA-DETAIL.                                             26/10/15
036800     MOVE WS-ACCOUNT-KEY    TO RX-INPUT-KEY                       26/10/15
036900     MOVE WS-WANTED-FORMULA TO RX-FORMULA-ID                      26/10/15
037000     PERFORM READ-INDEX-BY-KEY                                    26/10/15
037100     IF NOT RESULT-FOUND                                          26/10/15
037200         MOVE SPACE TO WS-MESSAGE                                 26/10/15
037300         STRING "NO RESULT FOR FORMULA " WS-WANTED-FORMULA        26/10/15
037400                " UNDER INPUT KEY " WS-ACCOUNT-KEY                26/10/15
037500             DELIMITED BY SIZE INTO WS-MESSAGE                    26/10/15
037600         PERFORM RAISE-NOT-FOUND                                  26/10/15
037700     ELSE                                                         26/10/15
037800         PERFORM HOLD-THE-RESULT                                  26/10/15
037900     .                                                            26/10/15
038000                                                                  26/10/15
038100********************   SHOW FORMULA DETAIL   *********************26/10/15
038200                                                                  26/10/15
038300 SHOW-FORMULA-DETAIL.                                             26/10/15
038400     MOVE RH-FORMULA-ID  TO WS-FML-FORMULA-ID                     26/10/15
038500     MOVE RH-VERSION-NBR TO WS-FML-VERSION                        26/10/15
038600     MOVE ZERO TO WS-FML-FROM                                     26/10/15
038700                  WS-FML-TO                                       26/10/15
038800     IF VERSION-ON-FILE                                           26/10/15
038900         MOVE FL-EFFECTIVE-FROM TO WS-FML-FROM                    26/10/15
039000         MOVE FL-EFFECTIVE-TO   TO WS-FML-TO                      26/10/15
039100     .                                                            26/10/15
039200     MOVE RH-RESULT   TO WS-RSL-RESULT                            26/10/15
039300     MOVE RH-FEEDBACK TO WS-RSL-FEEDBACK                          26/10/15
039400     DISPLAY " "                                                  26/10/15
039500     DISPLAY WS-FORMULA-LINE                                      26/10/15
039600     DISPLAY WS-RESULT-LINE                                       26/10/15
039700     IF RH-VERSION-NBR = ZERO                                     26/10/15
039800         DISPLAY "NO VERSION OF THE FORMULA WAS IN EFFECT"        26/10/15
039900     ELSE                                                         26/10/15
040000     IF NOT VERSION-ON-FILE                                       26/10/15
040100         DISPLAY "THE VERSION IS NO LONGER ON THE FORMULA LIBRARY"26/10/15
040200     ELSE                                                         26/10/15
040300         PERFORM SHOW-EXPRESSION                                  26/10/15
040400     .                                                            26/10/15
040500     DISPLAY "VARIABLES USED"                                     26/10/15
040600     IF NOT RH-INPUT-FOUND                                        26/10/15
040700         DISPLAY "  NO INPUT RECORD - INPUT VALUES ARE ZERO"      26/10/15
040800     .                                                            26/10/15
040900     PERFORM SHOW-ONE-VARIABLE                                    26/10/15
041000         VARYING WS-VAR-INDEX FROM 1 BY 1                         26/10/15
041100             UNTIL WS-VAR-INDEX > 10                              26/10/15
041200     DISPLAY "CHAINED RESULTS"                                    26/10/15
041300     MOVE ZERO TO WS-CHAINS-SHOWN                                 26/10/15
041400     PERFORM SHOW-ONE-CHAIN                                       26/10/15
041500         VARYING WS-CHAIN-INDEX FROM 1 BY 1                       26/10/15
041600             UNTIL WS-CHAIN-INDEX > 3                             26/10/15
041700     IF WS-CHAINS-SHOWN = ZERO                                    26/10/15
041800         DISPLAY "  NONE"                                         26/10/15
041900     .                                                            26/10/15
042000                                                                  26/10/15
042100*********************   TRACE THE FORMULA   **********************26/10/15
042200                                                                  26/10/15
042300*   THE TRACE FILE IS EMPTIED FIRST SO IT HOLDS THIS TRACE ONLY.  26/10/15
042400 TRACE-THE-FORMULA.                                               26/10/15
042500     IF NOT VERSION-ON-FILE                                       26/10/15
042600         MOVE "NO FORMULA VERSION TO TRACE" TO WS-MESSAGE         26/10/15
042700         PERFORM RAISE-NOT-FOUND                                  26/10/15
042800     ELSE                                                         26/10/15
042900         OPEN OUTPUT TRACE-FILE                                   26/10/15
043000         CLOSE TRACE-FILE                                         26/10/15
043100         PERFORM CALL-CALCPK-TRACE                                26/10/15
043200     .                                                            26/10/15
043300                                                                  26/10/15
043400**********************   SHOW TRACE LINES   **********************26/10/15
043500                                                                  26/10/15
043600 SHOW-TRACE-LINES.                                                26/10/15
043700     DISPLAY " "                                                  26/10/15
043800     MOVE SPACE TO WS-TRACE-EOF-SWITCH                            26/10/15
043900     OPEN INPUT TRACE-FILE                                        26/10/15
044000     PERFORM READ-TRACE-LINE                                      26/10/15
044100     PERFORM SHOW-ONE-TRACE-LINE                                  26/10/15
044200         UNTIL NO-MORE-TRACE                                      26/10/15
044300     CLOSE TRACE-FILE                                             26/10/15
044400     IF CALCPK-ERROR-RETURN NOT = SPACE                           26/10/15
044500         MOVE CALCPK-ERROR-RETURN TO WS-TRE-ERROR                 26/10/15
044600         MOVE CALCPK-ERROR-POSN   TO WS-TRE-POSN                  26/10/15
044700         DISPLAY WS-TRACE-ERROR-LINE                              26/10/15
044800     .                                                            26/10/15
044900     MOVE CALCPK-RESULT TO WS-TRL-RESULT                          26/10/15
045000     MOVE RH-RESULT     TO WS-TRL-STORED                          26/10/15
045100     DISPLAY WS-TRACE-RESULT-LINE                                 26/10/15
045200     IF CALCPK-RESULT NOT = RH-RESULT                             26/10/15
045300         DISPLAY "THE TRACE DOES NOT REPRODUCE THE STORED RESULT" 26/10/15
045400     .                                                            26/10/15
045500                                                                  26/10/15
045600*********************   SHOW COMMAND HELP   **********************26/10/15
045700                                                                  26/10/15
045800 SHOW-COMMAND-HELP.                                               26/10/15
045900     DISPLAY "  A KEY      SHOW THE RESULTS OF AN ACCOUNT"        26/10/15
046000     DISPLAY "  F FORMULA  SHOW ONE FORMULA OF THE ACCOUNT"       26/10/15
046100     DISPLAY "  T          TRACE THE FORMULA ON SHOW"             26/10/15
046200     DISPLAY "  L          LIST THE ACCOUNT'S RESULTS AGAIN"      26/10/15
046300     DISPLAY "  Q          END THE INQUIRY"                       26/10/15
046400     .                                                            26/10/15
046500                                                                  26/10/15
046600************************   SHOW MESSAGE   ************************26/10/15
046700                                                                  26/10/15
046800 SHOW-MESSAGE.                                                    26/10/15
046900     DISPLAY WS-MESSAGE                                           26/10/15
047000     .                                                            26/10/15
047100                                                                  26/10/15
047200*-----------------------------------------------------------------26/10/15
047300*  PARAGRAPHS USED BY THE DIALOG MODULES.                         26/10/15
047400*-----------------------------------------------------------------26/10/15
047500 RAISE-NOT-FOUND.                                                 26/10/15
047600     MOVE NOT-FOUND-EVENT TO THE-EXCEPTION-EVENT                  26/10/15
047700     MOVE "Y"             TO EXCEPTION-RAISED                     26/10/15
047800     .                                                            26/10/15
047900                                                                  26/10/15
048000*   POSITION ON THE FIRST RESULT OF WS-POSITION-KEY, IF ANY -     26/10/15
048100*   THE CALLER CHECKS THE KEY OF THE RECORD READ.                 26/10/15
048200 POSITION-AT-ACCOUNT.                                             26/10/15
048300     MOVE WS-POSITION-KEY TO RX-INPUT-KEY                         26/10/15
048400     MOVE LOW-VALUES      TO RX-FORMULA-ID                        26/10/15
048500     MOVE SPACE           TO WS-INDEX-EOF-SWITCH                  26/10/15
048600     START RESULT-INDEX KEY NOT < RX-RESULT-KEY                   26/10/15
048700         INVALID KEY                                              26/10/15
048800             MOVE "Y" TO WS-INDEX-EOF-SWITCH                      26/10/15
048900     .                                                            26/10/15
049000     IF NOT NO-MORE-INDEX                                         26/10/15
049100         PERFORM READ-NEXT-INDEX                                  26/10/15
049200     .                                                            26/10/15
049300                                                                  26/10/15
049400 READ-NEXT-INDEX.                                                 26/10/15
049500     READ RESULT-INDEX NEXT RECORD                                26/10/15
049600         AT END                                                   26/10/15
049700             MOVE "Y" TO WS-INDEX-EOF-SWITCH                      26/10/15
049800     .                                                            26/10/15
049900                                                                  26/10/15
050000 READ-INDEX-BY-KEY.                                               26/10/15
050100     MOVE "Y" TO WS-FOUND-SWITCH                                  26/10/15
050200     READ RESULT-INDEX                                            26/10/15
050300         INVALID KEY                                              26/10/15
050400             MOVE SPACE TO WS-FOUND-SWITCH                        26/10/15
050500     .                                                            26/10/15
050600                                                                  26/10/15
050700 SHOW-ONE-RESULT.                                                 26/10/15
050800     MOVE RX-FORMULA-ID  TO WS-LST-FORMULA-ID                     26/10/15
050900     MOVE RX-VERSION-NBR TO WS-LST-VERSION                        26/10/15
051000     MOVE RX-RESULT      TO WS-LST-RESULT                         26/10/15
051100     MOVE RX-FEEDBACK    TO WS-LST-FEEDBACK                       26/10/15
051200     DISPLAY WS-LIST-LINE                                         26/10/15
051300     ADD 1 TO WS-LIST-COUNT                                       26/10/15
051400     PERFORM READ-NEXT-INDEX                                      26/10/15
051500     .                                                            26/10/15
051600                                                                  26/10/15
051700*   HOLD THE RESULT, FETCH ITS FORMULA VERSION, AND BUILD THE     26/10/15
051800*   VARIABLES USED: THE INPUT VALUES, THEN EACH CHAINED RESULT    26/10/15
051900*   THAT EVALUATED CLEANLY OVER ITS SLOT.                         26/10/15
052000 HOLD-THE-RESULT.                                                 26/10/15
052100     MOVE RESULT-INDEX-RECORD TO RESULT-HOLD-RECORD               26/10/15
052200     MOVE SPACE TO WS-VERSION-SWITCH                              26/10/15
052300     IF RH-VERSION-NBR NOT = ZERO                                 26/10/15
052400         MOVE RH-FORMULA-ID  TO FL-FORMULA-ID                     26/10/15
052500         MOVE RH-VERSION-NBR TO FL-VERSION-NBR                    26/10/15
052600         MOVE "Y" TO WS-VERSION-SWITCH                            26/10/15
052700         READ FORMULA-LIBRARY                                     26/10/15
052800             INVALID KEY                                          26/10/15
052900                 MOVE SPACE TO WS-VERSION-SWITCH                  26/10/15
053000     .                                                            26/10/15
053100     PERFORM LOAD-ONE-INPUT-VARIABLE                              26/10/15
053200         VARYING WS-VAR-INDEX FROM 1 BY 1                         26/10/15
053300             UNTIL WS-VAR-INDEX > 10                              26/10/15
053400     PERFORM LOAD-ONE-CHAIN                                       26/10/15
053500         VARYING WS-CHAIN-INDEX FROM 1 BY 1                       26/10/15
053600             UNTIL WS-CHAIN-INDEX > 3                             26/10/15
053700     .                                                            26/10/15
053800                                                                  26/10/15
053900 LOAD-ONE-INPUT-VARIABLE.                                         26/10/15
054000     MOVE RH-VARIABLE (WS-VAR-INDEX)                              26/10/15
054100         TO WS-USED-VALUE (WS-VAR-INDEX)                          26/10/15
054200     MOVE "INPUT" TO WS-USED-SOURCE (WS-VAR-INDEX)                26/10/15
054300     .                                                            26/10/15
054400                                                                  26/10/15
054500 LOAD-ONE-CHAIN.                                                  26/10/15
054600     MOVE SPACE TO WS-CHN-FORMULA-ID (WS-CHAIN-INDEX)             26/10/15
054700                   WS-CHN-FEEDBACK (WS-CHAIN-INDEX)               26/10/15
054800     MOVE ZERO  TO WS-CHN-SLOT (WS-CHAIN-INDEX)                   26/10/15
054900                   WS-CHN-RESULT (WS-CHAIN-INDEX)                 26/10/15
055000     IF VERSION-ON-FILE                                           26/10/15
055100             AND FL-CHAIN-FORMULA-ID (WS-CHAIN-INDEX) NOT = SPACE 26/10/15
055200         PERFORM FETCH-CHAINED-RESULT                             26/10/15
055300     .                                                            26/10/15
055400                                                                  26/10/15
055500 FETCH-CHAINED-RESULT.                                            26/10/15
055600     MOVE FL-CHAIN-FORMULA-ID (WS-CHAIN-INDEX)                    26/10/15
055700         TO WS-CHN-FORMULA-ID (WS-CHAIN-INDEX)                    26/10/15
055800     MOVE FL-CHAIN-SLOT (WS-CHAIN-INDEX)                          26/10/15
055900         TO WS-CHN-SLOT (WS-CHAIN-INDEX)                          26/10/15
056000     MOVE RH-INPUT-KEY TO RX-INPUT-KEY                            26/10/15
056100     MOVE FL-CHAIN-FORMULA-ID (WS-CHAIN-INDEX) TO RX-FORMULA-ID   26/10/15
056200     PERFORM READ-INDEX-BY-KEY                                    26/10/15
056300     IF NOT RESULT-FOUND                                          26/10/15
056400         MOVE "NOT INDEXED" TO WS-CHN-FEEDBACK (WS-CHAIN-INDEX)   26/10/15
056500     ELSE                                                         26/10/15
056600         MOVE RX-RESULT   TO WS-CHN-RESULT (WS-CHAIN-INDEX)       26/10/15
056700         MOVE RX-FEEDBACK TO WS-CHN-FEEDBACK (WS-CHAIN-INDEX)     26/10/15
056800     .                                                            26/10/15
056900     MOVE WS-CHN-SLOT (WS-CHAIN-INDEX) TO WS-SLOT-INDEX           26/10/15
057000     IF RESULT-FOUND                                              26/10/15
057100             AND RX-FEEDBACK = SPACE                              26/10/15
057200             AND WS-SLOT-INDEX > ZERO                             26/10/15
057300             AND WS-SLOT-INDEX NOT > 10                           26/10/15
057400         MOVE RX-RESULT TO WS-USED-VALUE (WS-SLOT-INDEX)          26/10/15
057500         MOVE SPACE TO WS-USED-SOURCE (WS-SLOT-INDEX)             26/10/15
057600         STRING "CHAIN " RX-FORMULA-ID                            26/10/15
057700             DELIMITED BY SIZE INTO WS-USED-SOURCE (WS-SLOT-INDEX)26/10/15
057800     .                                                            26/10/15
057900                                                                  26/10/15
058000 SHOW-EXPRESSION.                                                 26/10/15
058100     MOVE FL-EXPRESSION TO WS-EXPR-HOLD                           26/10/15
058200     DISPLAY "EXPRESSION"                                         26/10/15
058300     PERFORM SHOW-ONE-SEGMENT                                     26/10/15
058400         VARYING WS-SEG-INDEX FROM 1 BY 1                         26/10/15
058500             UNTIL WS-SEG-INDEX > 3                               26/10/15
058600     MOVE FL-ROUND-PLACES TO WS-RND-PLACES                        26/10/15
058700     MOVE FL-ROUND-RULE   TO WS-RND-RULE                          26/10/15
058800     DISPLAY WS-ROUNDING-LINE                                     26/10/15
058900     .                                                            26/10/15
059000                                                                  26/10/15
059100 SHOW-ONE-SEGMENT.                                                26/10/15
059200     IF WS-EXPR-PART (WS-SEG-INDEX) NOT = SPACE                   26/10/15
059300         DISPLAY WS-EXPR-PART (WS-SEG-INDEX)                      26/10/15
059400     .                                                            26/10/15
059500                                                                  26/10/15
059600 SHOW-ONE-VARIABLE.                                               26/10/15
059700     MOVE WS-VARIABLE-LETTER (WS-VAR-INDEX) TO WS-VRL-LETTER      26/10/15
059800     MOVE WS-USED-VALUE (WS-VAR-INDEX)      TO WS-VRL-VALUE       26/10/15
059900     MOVE WS-USED-SOURCE (WS-VAR-INDEX)     TO WS-VRL-SOURCE      26/10/15
060000     DISPLAY WS-VARIABLE-LINE                                     26/10/15
060100     .                                                            26/10/15
060200                                                                  26/10/15
060300 SHOW-ONE-CHAIN.                                                  26/10/15
060400     IF WS-CHN-FORMULA-ID (WS-CHAIN-INDEX) NOT = SPACE            26/10/15
060500         PERFORM SHOW-CHAIN-LINE                                  26/10/15
060600     .                                                            26/10/15
060700                                                                  26/10/15
060800 SHOW-CHAIN-LINE.                                                 26/10/15
060900     MOVE WS-CHN-FORMULA-ID (WS-CHAIN-INDEX) TO WS-CHL-FORMULA-ID 26/10/15
061000     MOVE SPACE TO WS-CHL-LETTER                                  26/10/15
061100     MOVE WS-CHN-SLOT (WS-CHAIN-INDEX) TO WS-SLOT-INDEX           26/10/15
061200     IF WS-SLOT-INDEX > ZERO AND WS-SLOT-INDEX NOT > 10           26/10/15
061300         MOVE WS-VARIABLE-LETTER (WS-SLOT-INDEX) TO WS-CHL-LETTER 26/10/15
061400     .                                                            26/10/15
061500     MOVE WS-CHN-RESULT (WS-CHAIN-INDEX)   TO WS-CHL-RESULT       26/10/15
061600     MOVE WS-CHN-FEEDBACK (WS-CHAIN-INDEX) TO WS-CHL-FEEDBACK     26/10/15
061700     DISPLAY WS-CHAIN-LINE                                        26/10/15
061800     ADD 1 TO WS-CHAINS-SHOWN                                     26/10/15
061900     .                                                            26/10/15
062000                                                                  26/10/15
062100*   THE TRACE OPERATION EVALUATES THE EXPRESSION AFRESH, WITH     26/10/15
062200*   THE VARIABLES USED AND THE FORMULA'S ROUNDING POLICY.         26/10/15
062300 CALL-CALCPK-TRACE.                                               26/10/15
062400     MOVE FL-EXPRESSION TO CALCPK-EXPRESSION                      26/10/15
062500     PERFORM COPY-ONE-USED-VARIABLE                               26/10/15
062600         VARYING WS-VAR-INDEX FROM 1 BY 1                         26/10/15
062700             UNTIL WS-VAR-INDEX > 10                              26/10/15
062800     MOVE FL-ROUND-PLACES TO CALCPK-ROUND-PLACES                  26/10/15
062900     MOVE FL-ROUND-RULE   TO CALCPK-ROUND-RULE                    26/10/15
063000     MOVE "T" TO CALCPK-OPERATION                                 26/10/15
063100     CALL "CALCPK" USING CALCPK-CONTROL                           26/10/15
063200     .                                                            26/10/15
063300                                                                  26/10/15
063400 COPY-ONE-USED-VARIABLE.                                          26/10/15
063500     MOVE WS-USED-VALUE (WS-VAR-INDEX)                            26/10/15
063600         TO CALCPK-VARIABLE (WS-VAR-INDEX)                        26/10/15
063700     .                                                            26/10/15
063800                                                                  26/10/15
063900 READ-TRACE-LINE.                                                 26/10/15
064000     READ TRACE-FILE                                              26/10/15
064100         AT END                                                   26/10/15
064200             MOVE "Y" TO WS-TRACE-EOF-SWITCH                      26/10/15
064300     .                                                            26/10/15
064400                                                                  26/10/15
064500 SHOW-ONE-TRACE-LINE.                                             26/10/15
064600     DISPLAY TRACE-RECORD                                         26/10/15
064700     PERFORM READ-TRACE-LINE                                      26/10/15
064800     .                                                            26/10/15
064900                                                                  26/10/15
065000*RATE TABLE LOADING PARAGRAPHS.                                   26/10/15
065100 COPY RATELOD.                                                    26/10/15
