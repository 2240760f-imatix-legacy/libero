000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    CALCSTMT.                                         26/10/15
000300                                                                  26/10/15
000400 AUTHOR.        J ANDERSON.                                       26/10/15
000500 DATE-WRITTEN.  26/10/15                                          26/10/15
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/10/15
000800*-----------------------------------------------------------------26/10/15
000900*  CALCSTMT - PER-ACCOUNT CALCULATION STATEMENTS                  26/10/15
001000*                                                                 26/10/15
001100*  SORTS THE RESULTS MASTER BY INPUT KEY AND FORMULA ID AND       26/10/15
001200*  PRODUCES, FOR EACH ACCOUNT (INPUT KEY), A STATEMENT OF EVERY   26/10/15
001300*  FORMULA RESULT WITH THE GL ACCOUNT AND COST CENTRE THE         26/10/15
001400*  FORMULA POSTS TO (CALCGMAP, SEE GLMAPREC.CPY), ANY ERROR       26/10/15
001500*  FEEDBACK, AND AN ACCOUNT TOTAL.  RESULTS IN ERROR WERE NEVER   26/10/15
001600*  REAL AMOUNTS AND ARE LEFT OUT OF THE TOTAL, AS IN CALCSUM.     26/10/15
001700*                                                                 26/10/15
001800*  TWO OUTPUTS:                                                   26/10/15
001900*    CALCSTPR - THE STATEMENT PRINT FOR BRANCH DISTRIBUTION.      26/10/15
002000*               EACH BRANCH (THE FIRST FOUR CHARACTERS OF THE     26/10/15
002100*               INPUT KEY) STARTS ON A NEW PAGE.  THE LAST PAGES  26/10/15
002200*               LIST THE EXTRACT EXCEPTIONS AND THE CONTROL       26/10/15
002300*               TOTALS.                                           26/10/15
002400*    CALCSTEX - THE FIXED-LAYOUT EXTRACT FOR THE CORRESPONDENCE   26/10/15
002500*               SYSTEM: A HEADER, THEN PER ACCOUNT AN ACCOUNT     26/10/15
002600*               RECORD AND ONE DETAIL PER RESULT, AND A TRAILER   26/10/15
002700*               CARRYING THE ACCOUNT AND DETAIL COUNTS AND THE    26/10/15
002800*               VALUE TOTAL.  AN ACCOUNT WITH ANY RESULT IN ERROR 26/10/15
002900*               IS HELD BACK FROM THE EXTRACT AND EACH OF ITS     26/10/15
003000*               ERRORS IS LISTED ON THE EXCEPTIONS PAGE.          26/10/15
003100*                                                                 26/10/15
003200*  A FORMULA WITH NO GL MAPPING IS SHOWN AS NOT MAPPED AND        26/10/15
003300*  EXTRACTED WITH A ZERO GL ACCOUNT; IT IS COUNTED IN THE         26/10/15
003400*  CONTROL TOTALS BUT DOES NOT HOLD THE ACCOUNT BACK.             26/10/15
003500*-----------------------------------------------------------------26/10/15
003600                                                                  26/10/15
003700 ENVIRONMENT DIVISION.                                            26/10/15
003800                                                                  26/10/15
003900 CONFIGURATION SECTION.                                           26/10/15
004000 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
004100 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
004200                                                                  26/10/15
004300 INPUT-OUTPUT SECTION.                                            26/10/15
004400 FILE-CONTROL.                                                    26/10/15
004500     SELECT RESULTS-MASTER                                        26/10/15
004600         ASSIGN TO "CALCRSLT"                                     26/10/15
004700         ORGANIZATION IS SEQUENTIAL.                              26/10/15
004800     SELECT SORT-FILE                                             26/10/15
004900         ASSIGN TO "SORTWK".                                      26/10/15
005000     SELECT OPTIONAL GL-MAP-FILE                                  26/10/15
005100         ASSIGN TO "CALCGMAP"                                     26/10/15
005200         ORGANIZATION IS INDEXED                                  26/10/15
005300         ACCESS MODE IS SEQUENTIAL                                26/10/15
005400         RECORD KEY IS GM-FORMULA-ID.                             26/10/15
005500     SELECT STATEMENT-PRINT                                       26/10/15
005600         ASSIGN TO "CALCSTPR"                                     26/10/15
005700         ORGANIZATION IS SEQUENTIAL.                              26/10/15
005800     SELECT STATEMENT-EXTRACT                                     26/10/15
005900         ASSIGN TO "CALCSTEX"                                     26/10/15
006000         ORGANIZATION IS SEQUENTIAL.                              26/10/15
006100     SELECT OPTIONAL RUN-CONTROL-FILE                             26/10/15
006200         ASSIGN TO "CALCRCTL"                                     26/10/15
006300         ORGANIZATION IS SEQUENTIAL.                              26/10/15
006400     SELECT OPTIONAL RUN-LOG-FILE                                 26/10/15
006500         ASSIGN TO "CALCRLOG"                                     26/10/15
006600         ORGANIZATION IS SEQUENTIAL.                              26/10/15
006700                                                                  26/10/15
006800 DATA DIVISION.                                                   26/10/15
006900                                                                  26/10/15
007000 FILE SECTION.                                                    26/10/15
007100 FD  RESULTS-MASTER                                               26/10/15
007200     LABEL RECORDS ARE STANDARD.                                  26/10/15
007300 01  RESULT-RECORD.                                               26/10/15
007400     02  RM-FORMULA-ID           PIC X(8).                        26/10/15
007500     02  RM-INPUT-KEY            PIC X(16).                       26/10/15
007600     02  RM-RESULT               PIC S9(9)V9(9).                  26/10/15
007700     02  RM-FEEDBACK             PIC X(12).                       26/10/15
007800                                                                  26/10/15
007900 SD  SORT-FILE.                                                   26/10/15
008000 01  SORT-RECORD.                                                 26/10/15
008100     02  SR-FORMULA-ID           PIC X(8).                        26/10/15
008200     02  SR-INPUT-KEY.                                            26/10/15
008300         03  SR-BRANCH-CODE      PIC X(4).                        26/10/15
008400         03  FILLER              PIC X(12).                       26/10/15
008500     02  SR-RESULT               PIC S9(9)V9(9).                  26/10/15
008600     02  SR-FEEDBACK             PIC X(12).                       26/10/15
008700                                                                  26/10/15
008800 FD  GL-MAP-FILE                                                  26/10/15
008900     LABEL RECORDS ARE STANDARD.                                  26/10/15
009000 COPY GLMAPREC.                                                   26/10/15
009100                                                                  26/10/15
009200 FD  STATEMENT-PRINT                                              26/10/15
009300     LABEL RECORDS ARE STANDARD.                                  26/10/15
009400 01  PRINT-LINE                  PIC X(132).                      26/10/15
009500                                                                  26/10/15
009600 FD  STATEMENT-EXTRACT                                            26/10/15
009700     LABEL RECORDS ARE STANDARD.                                  26/10/15
009800 01  EXTRACT-RECORD              PIC X(80).                       26/10/15
009900                                                                  26/10/15
010000 FD  RUN-CONTROL-FILE                                             26/10/15
010100     LABEL RECORDS ARE STANDARD.                                  26/10/15
010200 COPY RUNCREC.                                                    26/10/15
010300                                                                  26/10/15
010400 FD  RUN-LOG-FILE                                                 26/10/15
010500     LABEL RECORDS ARE STANDARD.                                  26/10/15
010600 COPY RUNLREC.                                                    26/10/15
010700                                                                  26/10/15
010800 WORKING-STORAGE SECTION.                                         26/10/15
010900                                                                  26/10/15
011000*-----------------------------------------------------------------26/10/15
011100*  SWITCHES AND COUNTERS.                                         26/10/15
011200*-----------------------------------------------------------------26/10/15
011300 01  WS-SWITCHES.                                                 26/10/15
011400     02  WS-SORT-EOF-SWITCH       PIC X      VALUE SPACE.         26/10/15
011500         88  NO-MORE-SORTED                  VALUE "Y".           26/10/15
011600     02  WS-MAP-EOF-SWITCH        PIC X      VALUE SPACE.         26/10/15
011700         88  NO-MORE-MAPPINGS                VALUE "Y".           26/10/15
011800     02  WS-ACCOUNT-OPEN-SWITCH   PIC X      VALUE SPACE.         26/10/15
011900         88  ACCOUNT-IS-OPEN                 VALUE "Y".           26/10/15
012000     02  WS-OVERFLOW-SWITCH       PIC X      VALUE SPACE.         26/10/15
012100         88  ACCOUNT-OVERFLOWED              VALUE "Y".           26/10/15
012200                                                                  26/10/15
012300 COPY FORMSELW.                                                   26/10/15
012400 COPY RUNCTLW.                                                    26/10/15
012500                                                                  26/10/15
012600 01  WS-COUNTERS.                                                 26/10/15
012700     02  WS-MAP-INDEX             PIC S9(4)  COMP VALUE ZERO.     26/10/15
012800     02  WS-MAP-COUNT             PIC S9(4)  COMP VALUE ZERO.     26/10/15
012900     02  WS-MAP-MAX               PIC S9(4)  COMP VALUE 500.      26/10/15
013000     02  WS-MAP-FOUND-X           PIC S9(4)  COMP VALUE ZERO.     26/10/15
013100     02  WS-RESULT-INDEX          PIC S9(4)  COMP VALUE ZERO.     26/10/15
013200     02  WS-RESULT-COUNT          PIC S9(4)  COMP VALUE ZERO.     26/10/15
013300     02  WS-RESULT-MAX            PIC S9(4)  COMP VALUE 500.      26/10/15
013400     02  WS-ACCOUNT-ERRORS        PIC S9(4)  COMP VALUE ZERO.     26/10/15
013500     02  WS-EXCEPTION-INDEX       PIC S9(4)  COMP VALUE ZERO.     26/10/15
013600     02  WS-EXCEPTION-MAX         PIC S9(4)  COMP VALUE 200.      26/10/15
013700     02  WS-LINE-COUNT            PIC S9(4)  COMP VALUE ZERO.     26/10/15
013800     02  WS-LINES-PER-PAGE        PIC S9(4)  COMP VALUE 60.       26/10/15
013900     02  WS-PAGE-COUNT            PIC S9(4)  COMP VALUE ZERO.     26/10/15
014000     02  WS-TOTAL-READ            PIC S9(7)  COMP VALUE ZERO.     26/10/15
014100     02  WS-TOTAL-ACCOUNTS        PIC S9(7)  COMP VALUE ZERO.     26/10/15
014200     02  WS-TOTAL-EXTRACTED       PIC S9(7)  COMP VALUE ZERO.     26/10/15
014300     02  WS-TOTAL-HELD            PIC S9(7)  COMP VALUE ZERO.     26/10/15
014400     02  WS-TOTAL-ERRORS          PIC S9(7)  COMP VALUE ZERO.     26/10/15
014500     02  WS-TOTAL-UNMAPPED        PIC S9(7)  COMP VALUE ZERO.     26/10/15
014600     02  WS-TOTAL-DETAILS         PIC S9(7)  COMP VALUE ZERO.     26/10/15
014700     02  WS-TOTAL-EXCEPTIONS      PIC S9(7)  COMP VALUE ZERO.     26/10/15
014800                                                                  26/10/15
014900*-----------------------------------------------------------------26/10/15
015000*  MAPPING TABLE - THE WHOLE MAPPING FILE, LOADED ONCE AT         26/10/15
015100*  INITIALIZATION IN KEY ORDER.                                   26/10/15
015200*-----------------------------------------------------------------26/10/15
015300 01  WS-MAP-TABLE.                                                26/10/15
015400     02  WS-MAP-ENTRY             OCCURS 500 TIMES.               26/10/15
015500         03  WS-MAP-FORMULA-ID    PIC X(8).                       26/10/15
015600         03  WS-MAP-GL-ACCOUNT    PIC 9(8).                       26/10/15
015700         03  WS-MAP-COST-CENTRE   PIC X(6).                       26/10/15
015800                                                                  26/10/15
015900*-----------------------------------------------------------------26/10/15
016000*  THE OPEN ACCOUNT.  ITS RESULTS ARE HELD UNTIL THE ACCOUNT      26/10/15
016100*  BREAKS, SINCE AN ERROR ANYWHERE IN IT HOLDS THE WHOLE          26/10/15
016200*  ACCOUNT BACK FROM THE EXTRACT.                                 26/10/15
016300*-----------------------------------------------------------------26/10/15
016400 01  WS-ACCOUNT-AREAS.                                            26/10/15
016500     02  WS-ACCOUNT-KEY           PIC X(16)  VALUE SPACE.         26/10/15
016600     02  WS-BRANCH-CODE           PIC X(4)   VALUE SPACE.         26/10/15
016700     02  WS-ACCOUNT-TOTAL         PIC S9(13)V9(9) VALUE ZERO.     26/10/15
016800                                                                  26/10/15
016900 01  WS-ACCOUNT-TABLE.                                            26/10/15
017000     02  WS-ACCOUNT-ENTRY         OCCURS 500 TIMES.               26/10/15
017100         03  WS-ACC-FORMULA-ID    PIC X(8).                       26/10/15
017200         03  WS-ACC-GL-ACCOUNT    PIC 9(8).                       26/10/15
017300         03  WS-ACC-COST-CENTRE   PIC X(6).                       26/10/15
017400         03  WS-ACC-RESULT        PIC S9(9)V9(9).                 26/10/15
017500                                                                  26/10/15
017600*-----------------------------------------------------------------26/10/15
017700*  EXCEPTIONS FOR THE EXCEPTIONS PAGE, IN ACCOUNT ORDER.  PAST    26/10/15
017800*  THE LIMIT THEY ARE ONLY COUNTED.                               26/10/15
017900*-----------------------------------------------------------------26/10/15
018000 01  WS-EXCEPTION-TABLE.                                          26/10/15
018100     02  WS-EXCEPTION-ENTRY       OCCURS 200 TIMES.               26/10/15
018200         03  WS-EXT-INPUT-KEY     PIC X(16).                      26/10/15
018300         03  WS-EXT-FORMULA-ID    PIC X(8).                       26/10/15
018400         03  WS-EXT-REASON        PIC X(30).                      26/10/15
018500                                                                  26/10/15
018600 01  WS-RUNNING-TOTALS.                                           26/10/15
018700     02  WS-VALUE-TOTAL           PIC S9(13)V9(9) VALUE ZERO.     26/10/15
018800     02  WS-RUN-DATE              PIC 9(8)   VALUE ZERO.          26/10/15
018900                                                                  26/10/15
019000*-----------------------------------------------------------------26/10/15
019100*  CORRESPONDENCE EXTRACT RECORD LAYOUTS, 80 BYTES EACH.  THE     26/10/15
019200*  TRAILER VALUE TOTAL WRAPS AT ITS PICTURE SIZE; THE RECEIVING   26/10/15
019300*  SYSTEM CHECKS IT THE SAME WAY, MODULO THE FIELD WIDTH.         26/10/15
019400*-----------------------------------------------------------------26/10/15
019500 01  WS-EXTRACT-HEADER.                                           26/10/15
019600     02  WS-XHD-RECORD-TYPE       PIC X      VALUE "H".           26/10/15
019700     02  WS-XHD-RUN-DATE          PIC 9(8).                       26/10/15
019800     02  WS-XHD-AS-OF-DATE        PIC 9(8).                       26/10/15
019900     02  FILLER                   PIC X(63)  VALUE SPACE.         26/10/15
020000                                                                  26/10/15
020100 01  WS-EXTRACT-ACCOUNT.                                          26/10/15
020200     02  WS-XAC-RECORD-TYPE       PIC X      VALUE "A".           26/10/15
020300     02  WS-XAC-INPUT-KEY         PIC X(16).                      26/10/15
020400     02  WS-XAC-BRANCH-CODE       PIC X(4).                       26/10/15
020500     02  WS-XAC-RESULT-COUNT      PIC 9(3).                       26/10/15
020600     02  WS-XAC-ACCOUNT-TOTAL     PIC S9(13)V9(9).                26/10/15
020700     02  FILLER                   PIC X(34)  VALUE SPACE.         26/10/15
020800                                                                  26/10/15
020900 01  WS-EXTRACT-DETAIL.                                           26/10/15
021000     02  WS-XDT-RECORD-TYPE       PIC X      VALUE "D".           26/10/15
021100     02  WS-XDT-INPUT-KEY         PIC X(16).                      26/10/15
021200     02  WS-XDT-FORMULA-ID        PIC X(8).                       26/10/15
021300     02  WS-XDT-GL-ACCOUNT        PIC 9(8).                       26/10/15
021400     02  WS-XDT-COST-CENTRE       PIC X(6).                       26/10/15
021500     02  WS-XDT-RESULT            PIC S9(9)V9(9).                 26/10/15
021600     02  FILLER                   PIC X(23)  VALUE SPACE.         26/10/15
021700                                                                  26/10/15
021800 01  WS-EXTRACT-TRAILER.                                          26/10/15
021900     02  WS-XTR-RECORD-TYPE       PIC X      VALUE "T".           26/10/15
022000     02  WS-XTR-ACCOUNT-COUNT     PIC 9(7).                       26/10/15
022100     02  WS-XTR-DETAIL-COUNT      PIC 9(7).                       26/10/15
022200     02  WS-XTR-VALUE-TOTAL       PIC S9(13)V9(9).                26/10/15
022300     02  FILLER                   PIC X(43)  VALUE SPACE.         26/10/15
022400                                                                  26/10/15
022500*-----------------------------------------------------------------26/10/15
022600*  REPORT LINE LAYOUTS.  EVERY PRINT LINE GOES THROUGH            26/10/15
022700*  WS-PRINT-AREA AND 7000-PRINT-LINE, WHICH KEEPS THE PAGES.      26/10/15
022800*-----------------------------------------------------------------26/10/15
022900 01  WS-PRINT-AREA                PIC X(132) VALUE SPACE.         26/10/15
023000                                                                  26/10/15
023100 01  WS-PAGE-HEADING.                                             26/10/15
023200     02  WS-PHD-TITLE             PIC X(40).                      26/10/15
023300     02  FILLER                   PIC X(12)  VALUE "AS-OF DATE ". 26/10/15
023400     02  WS-PHD-AS-OF             PIC 9(8).                       26/10/15
023500     02  FILLER                   PIC X(4)   VALUE SPACE.         26/10/15
023600     02  WS-PHD-BRANCH-AREA.                                      26/10/15
023700         03  FILLER               PIC X(7)   VALUE "BRANCH ".     26/10/15
023800         03  WS-PHD-BRANCH        PIC X(4).                       26/10/15
023900     02  FILLER                   PIC X(45)  VALUE SPACE.         26/10/15
024000     02  FILLER                   PIC X(5)   VALUE "PAGE ".       26/10/15
024100     02  WS-PHD-PAGE              PIC ZZZ9.                       26/10/15
024200     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
024300                                                                  26/10/15
024400 01  WS-PAGE-COLUMNS              PIC X(132) VALUE SPACE.         26/10/15
024500                                                                  26/10/15
024600 01  WS-STATEMENT-COLUMNS.                                        26/10/15
024700     02  FILLER                   PIC X(55)  VALUE                26/10/15
024800     "   FORMULA   GL ACCOUNT  CENTRE                 RESULT".    26/10/15
024900     02  FILLER                   PIC X(77)  VALUE "   FEEDBACK". 26/10/15
025000                                                                  26/10/15
025100 01  WS-EXCEPTION-COLUMNS.                                        26/10/15
025200     02  FILLER                   PIC X(132) VALUE                26/10/15
025300         "   INPUT KEY          FORMULA    REASON".               26/10/15
025400                                                                  26/10/15
025500 01  WS-ACCOUNT-LINE.                                             26/10/15
025600     02  FILLER                   PIC X(8)   VALUE "ACCOUNT ".    26/10/15
025700     02  WS-ACL-INPUT-KEY         PIC X(16).                      26/10/15
025800     02  FILLER                   PIC X(108) VALUE SPACE.         26/10/15
025900                                                                  26/10/15
026000 01  WS-DETAIL-LINE.                                              26/10/15
026100     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
026200     02  WS-DET-FORMULA-ID        PIC X(8).                       26/10/15
026300     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
026400     02  WS-DET-GL-ACCOUNT        PIC X(10).                      26/10/15
026500     02  FILLER                   PIC X(2)   VALUE SPACE.         26/10/15
026600     02  WS-DET-COST-CENTRE       PIC X(6).                       26/10/15
026700     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
026800     02  WS-DET-RESULT            PIC -(9)9.9(9).                 26/10/15
026900     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
027000     02  WS-DET-FEEDBACK          PIC X(12).                      26/10/15
027100     02  FILLER                   PIC X(62)  VALUE SPACE.         26/10/15
027200                                                                  26/10/15
027300 01  WS-ACCOUNT-TOTAL-LINE.                                       26/10/15
027400     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
027500     02  FILLER                   PIC X(28)                       26/10/15
027600                      VALUE "ACCOUNT TOTAL".                      26/10/15
027700     02  WS-ATL-TOTAL             PIC -(13)9.9(9).                26/10/15
027800     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
027900     02  WS-ATL-NOTE.                                             26/10/15
028000         03  WS-ATL-ERRORS        PIC ZZ9.                        26/10/15
028100         03  WS-ATL-NOTE-TEXT     PIC X(37).                      26/10/15
028200     02  FILLER                   PIC X(34)  VALUE SPACE.         26/10/15
028300                                                                  26/10/15
028400 01  WS-EXCEPTION-LINE.                                           26/10/15
028500     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
028600     02  WS-EXL-INPUT-KEY         PIC X(16).                      26/10/15
028700     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
028800     02  WS-EXL-FORMULA-ID        PIC X(8).                       26/10/15
028900     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
029000     02  WS-EXL-REASON            PIC X(30).                      26/10/15
029100     02  FILLER                   PIC X(69)  VALUE SPACE.         26/10/15
029200                                                                  26/10/15
029300 01  WS-UNLISTED-LINE.                                            26/10/15
029400     02  FILLER                   PIC X(3)   VALUE SPACE.         26/10/15
029500     02  WS-UNL-COUNT             PIC ZZZ,ZZ9.                    26/10/15
029600     02  FILLER                   PIC X(122)                      26/10/15
029700                      VALUE " FURTHER EXCEPTIONS NOT LISTED".     26/10/15
029800                                                                  26/10/15
029900 01  WS-SUMMARY-LINE.                                             26/10/15
030000     02  FILLER                   PIC X(20)                       26/10/15
030100                      VALUE "RESULTS READ      : ".               26/10/15
030200     02  WS-SUM-READ              PIC ZZZ,ZZ9.                    26/10/15
030300     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
030400                                                                  26/10/15
030500 01  WS-SUMMARY-LINE-2.                                           26/10/15
030600     02  FILLER                   PIC X(20)                       26/10/15
030700                      VALUE "ACCOUNTS          : ".               26/10/15
030800     02  WS-SUM-ACCOUNTS          PIC ZZZ,ZZ9.                    26/10/15
030900     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
031000                                                                  26/10/15
031100 01  WS-SUMMARY-LINE-3.                                           26/10/15
031200     02  FILLER                   PIC X(20)                       26/10/15
031300                      VALUE "ACCOUNTS EXTRACTED: ".               26/10/15
031400     02  WS-SUM-EXTRACTED         PIC ZZZ,ZZ9.                    26/10/15
031500     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
031600                                                                  26/10/15
031700 01  WS-SUMMARY-LINE-4.                                           26/10/15
031800     02  FILLER                   PIC X(20)                       26/10/15
031900                      VALUE "ACCOUNTS HELD BACK: ".               26/10/15
032000     02  WS-SUM-HELD              PIC ZZZ,ZZ9.                    26/10/15
032100     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
032200                                                                  26/10/15
032300 01  WS-SUMMARY-LINE-5.                                           26/10/15
032400     02  FILLER                   PIC X(20)                       26/10/15
032500                      VALUE "RESULTS IN ERROR  : ".               26/10/15
032600     02  WS-SUM-ERRORS            PIC ZZZ,ZZ9.                    26/10/15
032700     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
032800                                                                  26/10/15
032900 01  WS-SUMMARY-LINE-6.                                           26/10/15
033000     02  FILLER                   PIC X(20)                       26/10/15
033100                      VALUE "NO GL MAPPING     : ".               26/10/15
033200     02  WS-SUM-UNMAPPED          PIC ZZZ,ZZ9.                    26/10/15
033300     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
033400                                                                  26/10/15
033500 01  WS-SUMMARY-LINE-7.                                           26/10/15
033600     02  FILLER                   PIC X(20)                       26/10/15
033700                      VALUE "DETAILS EXTRACTED : ".               26/10/15
033800     02  WS-SUM-DETAILS           PIC ZZZ,ZZ9.                    26/10/15
033900     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
034000                                                                  26/10/15
034100 01  WS-SUMMARY-LINE-8.                                           26/10/15
034200     02  FILLER                   PIC X(20)                       26/10/15
034300                      VALUE "EXTRACTED VALUE   : ".               26/10/15
034400     02  WS-SUM-VALUE             PIC -(13)9.9(9).                26/10/15
034500     02  FILLER                   PIC X(88)  VALUE SPACE.         26/10/15
034600                                                                  26/10/15
034700 PROCEDURE DIVISION.                                              26/10/15
034800                                                                  26/10/15
034900*    0000-MAINLINE                                                26/10/15
035000                                                                  26/10/15
035100 0000-MAINLINE.                                                   26/10/15
035200     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       26/10/15
035300     SORT SORT-FILE                                               26/10/15
035400         ON ASCENDING KEY SR-INPUT-KEY SR-FORMULA-ID              26/10/15
035500         USING RESULTS-MASTER                                     26/10/15
035600         OUTPUT PROCEDURE IS 3000-STATEMENT-SECTION               26/10/15
035700             THRU 3900-EXIT                                       26/10/15
035800     PERFORM 6000-EXCEPTION-PAGES THRU 6000-EXIT                  26/10/15
035900     PERFORM 8000-TERMINATE THRU 8000-EXIT                        26/10/15
036000     STOP RUN                                                     26/10/15
036100     .                                                            26/10/15
036200                                                                  26/10/15
036300*-----------------------------------------------------------------26/10/15
036400*  THE AS-OF DATE COMES FROM THE RUN CONTROL RECORD THE           26/10/15
036500*  EVALUATION RAN UNDER.                                          26/10/15
036600*-----------------------------------------------------------------26/10/15
036700 1000-INITIALIZE.                                                 26/10/15
036800     MOVE "CALCSTMT" TO RC-PROGRAM-NAME                           26/10/15
036900     PERFORM 1141-GET-RUN-CONTROL THRU 1141-EXIT                  26/10/15
037000     IF RUN-MUST-NOT-START                                        26/10/15
037100         PERFORM 1145-REFUSE-TO-START THRU 1145-EXIT              26/10/15
037200     .                                                            26/10/15
037300     MOVE "S" TO RC-LOG-STATUS                                    26/10/15
037400     MOVE ZERO TO RC-LOG-READ                                     26/10/15
037500                  RC-LOG-WRITTEN                                  26/10/15
037600                  RC-LOG-ERRORS                                   26/10/15
037700     PERFORM 1147-WRITE-RUN-LOG THRU 1147-EXIT                    26/10/15
037800     OPEN OUTPUT STATEMENT-PRINT                                  26/10/15
037900     OPEN OUTPUT STATEMENT-EXTRACT                                26/10/15
038000     PERFORM 1200-LOAD-MAPPINGS THRU 1200-EXIT                    26/10/15
038100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        26/10/15
038200     MOVE WS-RUN-DATE   TO WS-XHD-RUN-DATE                        26/10/15
038300     MOVE WS-AS-OF-DATE TO WS-XHD-AS-OF-DATE                      26/10/15
038400     WRITE EXTRACT-RECORD FROM WS-EXTRACT-HEADER                  26/10/15
038500     MOVE WS-AS-OF-DATE TO WS-PHD-AS-OF                           26/10/15
038600     MOVE "CALCULATION STATEMENTS" TO WS-PHD-TITLE                26/10/15
038700     MOVE WS-STATEMENT-COLUMNS TO WS-PAGE-COLUMNS                 26/10/15
038800     .                                                            26/10/15
038900 1000-EXIT.                                                       26/10/15
039000     EXIT.                                                        26/10/15
039100                                                                  26/10/15
039200*-----------------------------------------------------------------26/10/15
039300*  A MISSING OR INVALID RUN CONTROL, OR A BUSINESS DATE THAT      26/10/15
039400*  ALREADY COMPLETED WITHOUT THE RERUN FLAG, STOPS THE RUN        26/10/15
039500*  BEFORE ANY FILE IS TOUCHED.                                    26/10/15
039600*-----------------------------------------------------------------26/10/15
039700 1145-REFUSE-TO-START.                                            26/10/15
039800     OPEN OUTPUT STATEMENT-PRINT                                  26/10/15
039900     MOVE "RUN REFUSED - NO RUN CONTROL OR DATE ALREADY RUN"      26/10/15
040000         TO PRINT-LINE                                            26/10/15
040100     WRITE PRINT-LINE                                             26/10/15
040200         AFTER ADVANCING PAGE                                     26/10/15
040300     CLOSE STATEMENT-PRINT                                        26/10/15
040400     STOP RUN                                                     26/10/15
040500     .                                                            26/10/15
040600 1145-EXIT.                                                       26/10/15
040700     EXIT.                                                        26/10/15
040800                                                                  26/10/15
040900 1200-LOAD-MAPPINGS.                                              26/10/15
041000     OPEN INPUT GL-MAP-FILE                                       26/10/15
041100     PERFORM 1250-LOAD-ONE-MAPPING THRU 1250-EXIT                 26/10/15
041200         UNTIL NO-MORE-MAPPINGS                                   26/10/15
041300     CLOSE GL-MAP-FILE                                            26/10/15
041400     .                                                            26/10/15
041500 1200-EXIT.                                                       26/10/15
041600     EXIT.                                                        26/10/15
041700                                                                  26/10/15
041800 1250-LOAD-ONE-MAPPING.                                           26/10/15
041900     READ GL-MAP-FILE                                             26/10/15
042000         AT END                                                   26/10/15
042100             MOVE "Y" TO WS-MAP-EOF-SWITCH                        26/10/15
042200             GO TO 1250-EXIT                                      26/10/15
042300     .                                                            26/10/15
042400     IF WS-MAP-COUNT = WS-MAP-MAX                                 26/10/15
042500         MOVE "Y" TO WS-MAP-EOF-SWITCH                            26/10/15
042600         GO TO 1250-EXIT                                          26/10/15
042700     .                                                            26/10/15
042800     ADD 1 TO WS-MAP-COUNT                                        26/10/15
042900     MOVE GM-FORMULA-ID  TO WS-MAP-FORMULA-ID (WS-MAP-COUNT)      26/10/15
043000     MOVE GM-GL-ACCOUNT  TO WS-MAP-GL-ACCOUNT (WS-MAP-COUNT)      26/10/15
043100     MOVE GM-COST-CENTRE TO WS-MAP-COST-CENTRE (WS-MAP-COUNT)     26/10/15
043200     .                                                            26/10/15
043300 1250-EXIT.                                                       26/10/15
043400     EXIT.                                                        26/10/15
043500                                                                  26/10/15
043600*-----------------------------------------------------------------26/10/15
043700*  ONE CONTROL GROUP PER INPUT KEY.  A NEW BRANCH CODE STARTS     26/10/15
043800*  A NEW PAGE.                                                    26/10/15
043900*-----------------------------------------------------------------26/10/15
044000 3000-STATEMENT-SECTION.                                          26/10/15
044100     MOVE SPACE TO WS-SORT-EOF-SWITCH                             26/10/15
044200     MOVE SPACE TO WS-ACCOUNT-OPEN-SWITCH                         26/10/15
044300     PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT                26/10/15
044400         UNTIL NO-MORE-SORTED                                     26/10/15
044500     IF ACCOUNT-IS-OPEN                                           26/10/15
044600         PERFORM 5200-CLOSE-ACCOUNT THRU 5200-EXIT                26/10/15
044700     .                                                            26/10/15
044800     GO TO 3900-EXIT                                              26/10/15
044900     .                                                            26/10/15
045000 3100-RETURN-ONE-RECORD.                                          26/10/15
045100     RETURN SORT-FILE                                             26/10/15
045200         AT END                                                   26/10/15
045300             MOVE "Y" TO WS-SORT-EOF-SWITCH                       26/10/15
045400             GO TO 3100-EXIT                                      26/10/15
045500     .                                                            26/10/15
045600     ADD 1 TO WS-TOTAL-READ                                       26/10/15
045700     IF ACCOUNT-IS-OPEN                                           26/10/15
045800             AND SR-INPUT-KEY NOT = WS-ACCOUNT-KEY                26/10/15
045900         PERFORM 5200-CLOSE-ACCOUNT THRU 5200-EXIT                26/10/15
046000     .                                                            26/10/15
046100     IF NOT ACCOUNT-IS-OPEN                                       26/10/15
046200         PERFORM 5000-OPEN-ACCOUNT THRU 5000-EXIT                 26/10/15
046300     .                                                            26/10/15
046400     PERFORM 5100-ADD-RESULT THRU 5100-EXIT                       26/10/15
046500     .                                                            26/10/15
046600 3100-EXIT.                                                       26/10/15
046700     EXIT.                                                        26/10/15
046800 3900-EXIT.                                                       26/10/15
046900     EXIT.                                                        26/10/15
047000                                                                  26/10/15
047100*-----------------------------------------------------------------26/10/15
047200*  CONTROL GROUP HANDLING.  THE ACCOUNT HEADING IS NOT LEFT       26/10/15
047300*  ALONE AT THE FOOT OF A PAGE.                                   26/10/15
047400*-----------------------------------------------------------------26/10/15
047500 5000-OPEN-ACCOUNT.                                               26/10/15
047600     MOVE "Y"  TO WS-ACCOUNT-OPEN-SWITCH                          26/10/15
047700     MOVE SPACE TO WS-OVERFLOW-SWITCH                             26/10/15
047800     MOVE SR-INPUT-KEY TO WS-ACCOUNT-KEY                          26/10/15
047900     MOVE ZERO TO WS-RESULT-COUNT                                 26/10/15
048000     MOVE ZERO TO WS-ACCOUNT-ERRORS                               26/10/15
048100     MOVE ZERO TO WS-ACCOUNT-TOTAL                                26/10/15
048200     ADD 1 TO WS-TOTAL-ACCOUNTS                                   26/10/15
048300     IF SR-BRANCH-CODE NOT = WS-BRANCH-CODE                       26/10/15
048400             OR WS-PAGE-COUNT = ZERO                              26/10/15
048500         MOVE SR-BRANCH-CODE TO WS-BRANCH-CODE                    26/10/15
048600         MOVE WS-BRANCH-CODE TO WS-PHD-BRANCH                     26/10/15
048700         MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT                  26/10/15
048800     .                                                            26/10/15
048900     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE                     26/10/15
049000         MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT                  26/10/15
049100     .                                                            26/10/15
049200     MOVE SPACE TO WS-PRINT-AREA                                  26/10/15
049300     PERFORM 7000-PRINT-LINE THRU 7000-EXIT                       26/10/15
049400     MOVE WS-ACCOUNT-KEY TO WS-ACL-INPUT-KEY                      26/10/15
049500     MOVE WS-ACCOUNT-LINE TO WS-PRINT-AREA                        26/10/15
049600     PERFORM 7000-PRINT-LINE THRU 7000-EXIT                       26/10/15
049700     .                                                            26/10/15
049800 5000-EXIT.                                                       26/10/15
049900     EXIT.                                                        26/10/15
050000                                                                  26/10/15
050100*-----------------------------------------------------------------26/10/15
050200*  EVERY RESULT IS PRINTED.  A RESULT IN ERROR IS LISTED FOR      26/10/15
050300*  THE EXCEPTIONS PAGE AND LEFT OUT OF THE TOTAL; A CLEAN ONE     26/10/15
050400*  IS ADDED TO THE TOTAL AND HELD FOR THE EXTRACT.                26/10/15
050500*-----------------------------------------------------------------26/10/15
050600 5100-ADD-RESULT.                                                 26/10/15
050700     PERFORM 5150-FIND-MAPPING THRU 5150-EXIT                     26/10/15
050800     MOVE SR-FORMULA-ID TO WS-DET-FORMULA-ID                      26/10/15
050900     MOVE SR-RESULT     TO WS-DET-RESULT                          26/10/15
051000     MOVE SR-FEEDBACK   TO WS-DET-FEEDBACK                        26/10/15
051100     IF WS-MAP-FOUND-X = ZERO                                     26/10/15
051200         ADD 1 TO WS-TOTAL-UNMAPPED                               26/10/15
051300         MOVE "NOT MAPPED" TO WS-DET-GL-ACCOUNT                   26/10/15
051400         MOVE SPACE        TO WS-DET-COST-CENTRE                  26/10/15
051500     ELSE                                                         26/10/15
051600         MOVE WS-MAP-GL-ACCOUNT (WS-MAP-FOUND-X)                  26/10/15
051700             TO WS-DET-GL-ACCOUNT                                 26/10/15
051800         MOVE WS-MAP-COST-CENTRE (WS-MAP-FOUND-X)                 26/10/15
051900             TO WS-DET-COST-CENTRE                                26/10/15
052000     .                                                            26/10/15
052100     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA                         26/10/15
052200     PERFORM 7000-PRINT-LINE THRU 7000-EXIT                       26/10/15
052300     IF SR-FEEDBACK NOT = SPACE                                   26/10/15
052400         ADD 1 TO WS-ACCOUNT-ERRORS                               26/10/15
052500         ADD 1 TO WS-TOTAL-ERRORS                                 26/10/15
052600         MOVE SR-FORMULA-ID TO WS-EXL-FORMULA-ID                  26/10/15
052700         MOVE SPACE         TO WS-EXL-REASON                      26/10/15
052800         STRING "EVALUATION ERROR " SR-FEEDBACK                   26/10/15
052900             DELIMITED BY SIZE INTO WS-EXL-REASON                 26/10/15
053000         PERFORM 5300-NOTE-EXCEPTION THRU 5300-EXIT               26/10/15
053100         GO TO 5100-EXIT                                          26/10/15
053200     .                                                            26/10/15
053300     ADD SR-RESULT TO WS-ACCOUNT-TOTAL                            26/10/15
053400     IF WS-RESULT-COUNT = WS-RESULT-MAX                           26/10/15
053500         MOVE "Y" TO WS-OVERFLOW-SWITCH                           26/10/15
053600         GO TO 5100-EXIT                                          26/10/15
053700     .                                                            26/10/15
053800     ADD 1 TO WS-RESULT-COUNT                                     26/10/15
053900     MOVE SR-FORMULA-ID TO WS-ACC-FORMULA-ID (WS-RESULT-COUNT)    26/10/15
054000     MOVE SR-RESULT     TO WS-ACC-RESULT (WS-RESULT-COUNT)        26/10/15
054100     MOVE ZERO          TO WS-ACC-GL-ACCOUNT (WS-RESULT-COUNT)    26/10/15
054200     MOVE SPACE         TO WS-ACC-COST-CENTRE (WS-RESULT-COUNT)   26/10/15
054300     IF WS-MAP-FOUND-X > ZERO                                     26/10/15
054400         MOVE WS-MAP-GL-ACCOUNT (WS-MAP-FOUND-X)                  26/10/15
054500             TO WS-ACC-GL-ACCOUNT (WS-RESULT-COUNT)               26/10/15
054600         MOVE WS-MAP-COST-CENTRE (WS-MAP-FOUND-X)                 26/10/15
054700             TO WS-ACC-COST-CENTRE (WS-RESULT-COUNT)              26/10/15
054800     .                                                            26/10/15
054900 5100-EXIT.                                                       26/10/15
055000     EXIT.                                                        26/10/15
055100                                                                  26/10/15
055200 5150-FIND-MAPPING.                                               26/10/15
055300     MOVE ZERO TO WS-MAP-FOUND-X                                  26/10/15
055400     PERFORM 5160-TEST-ONE-MAPPING THRU 5160-EXIT                 26/10/15
055500         VARYING WS-MAP-INDEX FROM 1 BY 1                         26/10/15
055600             UNTIL WS-MAP-INDEX > WS-MAP-COUNT                    26/10/15
055700                OR WS-MAP-FOUND-X > ZERO                          26/10/15
055800     .                                                            26/10/15
055900 5150-EXIT.                                                       26/10/15
056000     EXIT.                                                        26/10/15
056100                                                                  26/10/15
056200 5160-TEST-ONE-MAPPING.                                           26/10/15
056300     IF WS-MAP-FORMULA-ID (WS-MAP-INDEX) = SR-FORMULA-ID          26/10/15
056400         MOVE WS-MAP-INDEX TO WS-MAP-FOUND-X                      26/10/15
056500     .                                                            26/10/15
056600 5160-EXIT.                                                       26/10/15
056700     EXIT.                                                        26/10/15
056800                                                                  26/10/15
056900*-----------------------------------------------------------------26/10/15
057000*  THE ACCOUNT BREAKS: PRINT ITS TOTAL, THEN EXTRACT IT OR HOLD   26/10/15
057100*  IT BACK.  AN ACCOUNT WITH MORE CLEAN RESULTS THAN THE TABLE    26/10/15
057200*  HOLDS CANNOT BE EXTRACTED WHOLE AND IS HELD BACK TOO.          26/10/15
057300*-----------------------------------------------------------------26/10/15
057400 5200-CLOSE-ACCOUNT.                                              26/10/15
057500     MOVE WS-ACCOUNT-TOTAL TO WS-ATL-TOTAL                        26/10/15
057600     MOVE SPACE TO WS-ATL-NOTE                                    26/10/15
057700     IF WS-ACCOUNT-ERRORS > ZERO                                  26/10/15
057800         MOVE WS-ACCOUNT-ERRORS TO WS-ATL-ERRORS                  26/10/15
057900         MOVE " IN ERROR - HELD FROM EXTRACT"                     26/10/15
058000             TO WS-ATL-NOTE-TEXT                                  26/10/15
058100     ELSE                                                         26/10/15
058200     IF ACCOUNT-OVERFLOWED                                        26/10/15
058300         MOVE "TOO MANY RESULTS - HELD FROM EXTRACT"              26/10/15
058400             TO WS-ATL-NOTE                                       26/10/15
058500     .                                                            26/10/15
058600     MOVE WS-ACCOUNT-TOTAL-LINE TO WS-PRINT-AREA                  26/10/15
058700     PERFORM 7000-PRINT-LINE THRU 7000-EXIT                       26/10/15
058800     IF ACCOUNT-OVERFLOWED                                        26/10/15
058900         MOVE SPACE TO WS-EXL-FORMULA-ID                          26/10/15
059000         MOVE "TOO MANY RESULTS FOR EXTRACT" TO WS-EXL-REASON     26/10/15
059100         PERFORM 5300-NOTE-EXCEPTION THRU 5300-EXIT               26/10/15
059200     .                                                            26/10/15
059300     IF WS-ACCOUNT-ERRORS > ZERO OR ACCOUNT-OVERFLOWED            26/10/15
059400         ADD 1 TO WS-TOTAL-HELD                                   26/10/15
059500     ELSE                                                         26/10/15
059600         PERFORM 5400-EXTRACT-ACCOUNT THRU 5400-EXIT              26/10/15
059700     .                                                            26/10/15
059800     MOVE SPACE TO WS-ACCOUNT-OPEN-SWITCH                         26/10/15
059900     .                                                            26/10/15
060000 5200-EXIT.                                                       26/10/15
060100     EXIT.                                                        26/10/15
060200                                                                  26/10/15
060300*-----------------------------------------------------------------26/10/15
060400*  THE CALLER HAS PLACED THE FORMULA ID AND REASON.               26/10/15
060500*-----------------------------------------------------------------26/10/15
060600 5300-NOTE-EXCEPTION.                                             26/10/15
060700     ADD 1 TO WS-TOTAL-EXCEPTIONS                                 26/10/15
060800     IF WS-TOTAL-EXCEPTIONS > WS-EXCEPTION-MAX                    26/10/15
060900         GO TO 5300-EXIT                                          26/10/15
061000     .                                                            26/10/15
061100     MOVE WS-ACCOUNT-KEY                                          26/10/15
061200         TO WS-EXT-INPUT-KEY (WS-TOTAL-EXCEPTIONS)                26/10/15
061300     MOVE WS-EXL-FORMULA-ID                                       26/10/15
061400         TO WS-EXT-FORMULA-ID (WS-TOTAL-EXCEPTIONS)               26/10/15
061500     MOVE WS-EXL-REASON                                           26/10/15
061600         TO WS-EXT-REASON (WS-TOTAL-EXCEPTIONS)                   26/10/15
061700     .                                                            26/10/15
061800 5300-EXIT.                                                       26/10/15
061900     EXIT.                                                        26/10/15
062000                                                                  26/10/15
062100 5400-EXTRACT-ACCOUNT.                                            26/10/15
062200     MOVE WS-ACCOUNT-KEY   TO WS-XAC-INPUT-KEY                    26/10/15
062300     MOVE WS-BRANCH-CODE   TO WS-XAC-BRANCH-CODE                  26/10/15
062400     MOVE WS-RESULT-COUNT  TO WS-XAC-RESULT-COUNT                 26/10/15
062500     MOVE WS-ACCOUNT-TOTAL TO WS-XAC-ACCOUNT-TOTAL                26/10/15
062600     WRITE EXTRACT-RECORD FROM WS-EXTRACT-ACCOUNT                 26/10/15
062700     ADD 1 TO WS-TOTAL-EXTRACTED                                  26/10/15
062800     ADD WS-ACCOUNT-TOTAL TO WS-VALUE-TOTAL                       26/10/15
062900     PERFORM 5410-EXTRACT-ONE-RESULT THRU 5410-EXIT               26/10/15
063000         VARYING WS-RESULT-INDEX FROM 1 BY 1                      26/10/15
063100             UNTIL WS-RESULT-INDEX > WS-RESULT-COUNT              26/10/15
063200     .                                                            26/10/15
063300 5400-EXIT.                                                       26/10/15
063400     EXIT.                                                        26/10/15
063500                                                                  26/10/15
063600 5410-EXTRACT-ONE-RESULT.                                         26/10/15
063700     MOVE WS-ACCOUNT-KEY TO WS-XDT-INPUT-KEY                      26/10/15
063800     MOVE WS-ACC-FORMULA-ID (WS-RESULT-INDEX)                     26/10/15
063900         TO WS-XDT-FORMULA-ID                                     26/10/15
064000     MOVE WS-ACC-GL-ACCOUNT (WS-RESULT-INDEX)                     26/10/15
064100         TO WS-XDT-GL-ACCOUNT                                     26/10/15
064200     MOVE WS-ACC-COST-CENTRE (WS-RESULT-INDEX)                    26/10/15
064300         TO WS-XDT-COST-CENTRE                                    26/10/15
064400     MOVE WS-ACC-RESULT (WS-RESULT-INDEX)                         26/10/15
064500         TO WS-XDT-RESULT                                         26/10/15
064600     WRITE EXTRACT-RECORD FROM WS-EXTRACT-DETAIL                  26/10/15
064700     ADD 1 TO WS-TOTAL-DETAILS                                    26/10/15
064800     .                                                            26/10/15
064900 5410-EXIT.                                                       26/10/15
065000     EXIT.                                                        26/10/15
065100                                                                  26/10/15
065200*-----------------------------------------------------------------26/10/15
065300*  THE EXCEPTIONS AND THE CONTROL TOTALS START A NEW PAGE,        26/10/15
065400*  AFTER THE LAST BRANCH.                                         26/10/15
065500*-----------------------------------------------------------------26/10/15
065600 6000-EXCEPTION-PAGES.                                            26/10/15
065700     MOVE "STATEMENT EXTRACT EXCEPTIONS" TO WS-PHD-TITLE          26/10/15
065800     MOVE SPACE TO WS-PHD-BRANCH-AREA                             26/10/15
065900     MOVE WS-EXCEPTION-COLUMNS TO WS-PAGE-COLUMNS                 26/10/15
066000     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT                      26/10/15
066100     IF WS-TOTAL-EXCEPTIONS = ZERO                                26/10/15
066200         MOVE "   NONE - EVERY ACCOUNT WAS EXTRACTED"             26/10/15
066300             TO WS-PRINT-AREA                                     26/10/15
066400         PERFORM 7000-PRINT-LINE THRU 7000-EXIT                   26/10/15
066500     .                                                            26/10/15
066600     PERFORM 6100-PRINT-ONE-EXCEPTION THRU 6100-EXIT              26/10/15
066700         VARYING WS-EXCEPTION-INDEX FROM 1 BY 1                   26/10/15
066800             UNTIL WS-EXCEPTION-INDEX > WS-TOTAL-EXCEPTIONS       26/10/15
066900                OR WS-EXCEPTION-INDEX > WS-EXCEPTION-MAX          26/10/15
067000     IF WS-TOTAL-EXCEPTIONS > WS-EXCEPTION-MAX                    26/10/15
067100         COMPUTE WS-UNL-COUNT                                     26/10/15
067200               = WS-TOTAL-EXCEPTIONS - WS-EXCEPTION-MAX           26/10/15
067300         MOVE WS-UNLISTED-LINE TO WS-PRINT-AREA                   26/10/15
067400         PERFORM 7000-PRINT-LINE THRU 7000-EXIT                   26/10/15
067500     .                                                            26/10/15
067600 6000-EXIT.                                                       26/10/15
067700     EXIT.                                                        26/10/15
067800                                                                  26/10/15
067900 6100-PRINT-ONE-EXCEPTION.                                        26/10/15
068000     MOVE WS-EXT-INPUT-KEY (WS-EXCEPTION-INDEX)                   26/10/15
068100         TO WS-EXL-INPUT-KEY                                      26/10/15
068200     MOVE WS-EXT-FORMULA-ID (WS-EXCEPTION-INDEX)                  26/10/15
068300         TO WS-EXL-FORMULA-ID                                     26/10/15
068400     MOVE WS-EXT-REASON (WS-EXCEPTION-INDEX)                      26/10/15
068500         TO WS-EXL-REASON                                         26/10/15
068600     MOVE WS-EXCEPTION-LINE TO WS-PRINT-AREA                      26/10/15
068700     PERFORM 7000-PRINT-LINE THRU 7000-EXIT                       26/10/15
068800     .                                                            26/10/15
068900 6100-EXIT.                                                       26/10/15
069000     EXIT.                                                        26/10/15
069100                                                                  26/10/15
069200*-----------------------------------------------------------------26/10/15
069300*  PRINT WS-PRINT-AREA, STARTING A NEW PAGE FIRST WHEN THE PAGE   26/10/15
069400*  IS FULL.  A CALLER FORCES A NEW PAGE BY SETTING THE LINE       26/10/15
069500*  COUNT TO THE PAGE SIZE.                                        26/10/15
069600*-----------------------------------------------------------------26/10/15
069700 7000-PRINT-LINE.                                                 26/10/15
069800     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE                     26/10/15
069900         PERFORM 7100-NEW-PAGE THRU 7100-EXIT                     26/10/15
070000     .                                                            26/10/15
070100     WRITE PRINT-LINE FROM WS-PRINT-AREA                          26/10/15
070200         AFTER ADVANCING 1 LINE                                   26/10/15
070300     ADD 1 TO WS-LINE-COUNT                                       26/10/15
070400     .                                                            26/10/15
070500 7000-EXIT.                                                       26/10/15
070600     EXIT.                                                        26/10/15
070700                                                                  26/10/15
070800 7100-NEW-PAGE.                                                   26/10/15
070900     ADD 1 TO WS-PAGE-COUNT                                       26/10/15
071000     MOVE WS-PAGE-COUNT TO WS-PHD-PAGE                            26/10/15
071100     WRITE PRINT-LINE FROM WS-PAGE-HEADING                        26/10/15
071200         AFTER ADVANCING PAGE                                     26/10/15
071300     WRITE PRINT-LINE FROM WS-PAGE-COLUMNS                        26/10/15
071400         AFTER ADVANCING 2 LINES                                  26/10/15
071500     MOVE 3 TO WS-LINE-COUNT                                      26/10/15
071600     .                                                            26/10/15
071700 7100-EXIT.                                                       26/10/15
071800     EXIT.                                                        26/10/15
071900                                                                  26/10/15
072000 8000-TERMINATE.                                                  26/10/15
072100     MOVE WS-TOTAL-EXTRACTED TO WS-XTR-ACCOUNT-COUNT              26/10/15
072200     MOVE WS-TOTAL-DETAILS   TO WS-XTR-DETAIL-COUNT               26/10/15
072300     MOVE WS-VALUE-TOTAL     TO WS-XTR-VALUE-TOTAL                26/10/15
072400     WRITE EXTRACT-RECORD FROM WS-EXTRACT-TRAILER                 26/10/15
072500     MOVE WS-TOTAL-READ      TO WS-SUM-READ                       26/10/15
072600     MOVE WS-TOTAL-ACCOUNTS  TO WS-SUM-ACCOUNTS                   26/10/15
072700     MOVE WS-TOTAL-EXTRACTED TO WS-SUM-EXTRACTED                  26/10/15
072800     MOVE WS-TOTAL-HELD      TO WS-SUM-HELD                       26/10/15
072900     MOVE WS-TOTAL-ERRORS    TO WS-SUM-ERRORS                     26/10/15
073000     MOVE WS-TOTAL-UNMAPPED  TO WS-SUM-UNMAPPED                   26/10/15
073100     MOVE WS-TOTAL-DETAILS   TO WS-SUM-DETAILS                    26/10/15
073200     MOVE WS-VALUE-TOTAL     TO WS-SUM-VALUE                      26/10/15
073300     MOVE SPACE TO WS-PRINT-AREA                                  26/10/15
073400     PERFORM 7000-PRINT-LINE THRU 7000-EXIT                       26/10/15
073500     MOVE WS-SUMMARY-LINE   TO WS-PRINT-AREA                      26/10/15
073600     PERFORM 7000-PRINT-LINE THRU 7000-EXIT                       26/10/15
073700     MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-AREA                      26/10/15
073800     PERFORM 7000-PRINT-LINE THRU 7000-EXIT                       26/10/15
073900     MOVE WS-SUMMARY-LINE-3 TO WS-PRINT-AREA                      26/10/15
074000     PERFORM 7000-PRINT-LINE THRU 7000-EXIT                       26/10/15
074100     MOVE WS-SUMMARY-LINE-4 TO WS-PRINT-AREA                      26/10/15
074200     PERFORM 7000-PRINT-LINE THRU 7000-EXIT                       26/10/15
074300     MOVE WS-SUMMARY-LINE-5 TO WS-PRINT-AREA                      26/10/15
074400     PERFORM 7000-PRINT-LINE THRU 7000-EXIT                       26/10/15
074500     MOVE WS-SUMMARY-LINE-6 TO WS-PRINT-AREA                      26/10/15
074600     PERFORM 7000-PRINT-LINE THRU 7000-EXIT                       26/10/15
074700     MOVE WS-SUMMARY-LINE-7 TO WS-PRINT-AREA                      26/10/15
074800     PERFORM 7000-PRINT-LINE THRU 7000-EXIT                       26/10/15
074900     MOVE WS-SUMMARY-LINE-8 TO WS-PRINT-AREA                      26/10/15
075000     PERFORM 7000-PRINT-LINE THRU 7000-EXIT                       26/10/15
075100     MOVE "C" TO RC-LOG-STATUS                                    26/10/15
075200     MOVE WS-TOTAL-READ      TO RC-LOG-READ                       26/10/15
075300     MOVE WS-TOTAL-DETAILS   TO RC-LOG-WRITTEN                    26/10/15
075400     MOVE WS-TOTAL-HELD      TO RC-LOG-ERRORS                     26/10/15
075500     PERFORM 1147-WRITE-RUN-LOG THRU 1147-EXIT                    26/10/15
075600     CLOSE STATEMENT-PRINT                                        26/10/15
075700     CLOSE STATEMENT-EXTRACT                                      26/10/15
075800     .                                                            26/10/15
075900 8000-EXIT.                                                       26/10/15
076000     EXIT.                                                        26/10/15
076100                                                                  26/10/15
076200*RUN CONTROL AND RUN LOG PARAGRAPHS.                              26/10/15
076300 COPY RUNCTL.                                                     26/10/15
