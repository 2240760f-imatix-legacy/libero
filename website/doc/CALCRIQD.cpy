000100*----------------------------------------------------------------*26/10/15
000200*  CALCRIQD.CPY - Libero dialog definitions for CALCRINQ         *26/10/15
000300*  Built from CALCRIQD.L to the LRSCHEMA.COB layout              *26/10/15
000400*  (model=main, level=ansi74)                                    *26/10/15
000500*----------------------------------------------------------------*26/10/15
000600                                                                  26/10/15
000700 01  LR--DIALOG-CONSTANTS.                                        26/10/15
000800     02  TERMINATE-EVENT        PIC S9(3)  COMP VALUE -1.         26/10/15
000900     02  LR--NULL-EVENT         PIC S9(3)  COMP VALUE ZERO.       26/10/15
001000     02  OK-EVENT               PIC S9(3)  COMP VALUE +1.         26/10/15
001100     02  ERROR-EVENT            PIC S9(3)  COMP VALUE +2.         26/10/15
001200     02  ACCOUNT-EVENT          PIC S9(3)  COMP VALUE +3.         26/10/15
001300     02  FORMULA-EVENT          PIC S9(3)  COMP VALUE +4.         26/10/15
001400     02  LIST-EVENT             PIC S9(3)  COMP VALUE +5.         26/10/15
001500     02  TRACE-EVENT            PIC S9(3)  COMP VALUE +6.         26/10/15
001600     02  NOT-FOUND-EVENT        PIC S9(3)  COMP VALUE +7.         26/10/15
001700     02  INVALID-EVENT          PIC S9(3)  COMP VALUE +8.         26/10/15
001800     02  QUIT-EVENT             PIC S9(3)  COMP VALUE +9.         26/10/15
001900     02  LR--DEFAULTS-STATE     PIC S9(3)  COMP VALUE +5.         26/10/15
002000     02  LR--STATE-AFTER-INIT   PIC S9(3)  COMP VALUE +1.         26/10/15
002100     02  LR--STATE-EXPECTING-ACCOUNT                              26/10/15
002200                                PIC S9(3)  COMP VALUE +2.         26/10/15
002300     02  LR--STATE-ACCOUNT-SHOWN                                  26/10/15
002400                                PIC S9(3)  COMP VALUE +3.         26/10/15
002500     02  LR--STATE-FORMULA-SHOWN                                  26/10/15
002600                                PIC S9(3)  COMP VALUE +4.         26/10/15
002700     02  LR--STATE-DEFAULTS     PIC S9(3)  COMP VALUE +5.         26/10/15
002800                                                                  26/10/15
002900 01  LR--DIALOG-VARIABLES.                                        26/10/15
003000     02  LR--EVENT              PIC S9(3)  COMP VALUE ZERO.       26/10/15
003100     02  LR--STATE              PIC S9(3)  COMP VALUE ZERO.       26/10/15
003200     02  LR--SAVEST             PIC S9(3)  COMP VALUE ZERO.       26/10/15
003300     02  LR--INDEX              PIC S9(3)  COMP VALUE ZERO.       26/10/15
003400     02  LR--VECPTR             PIC S9(3)  COMP VALUE ZERO.       26/10/15
003500     02  LR--MODNBR             PIC S9(3)  COMP VALUE ZERO.       26/10/15
003600     02  THE-NEXT-EVENT         PIC S9(3)  COMP VALUE ZERO.       26/10/15
003700     02  THE-EXCEPTION-EVENT    PIC S9(3)  COMP VALUE ZERO.       26/10/15
003800     02  EXCEPTION-RAISED       PIC X      VALUE SPACE.           26/10/15
003900         88  EXCEPTION-IS-RAISED            VALUE "Y".            26/10/15
004000                                                                  26/10/15
004100 01  LR--NEXT-STATES.                                             26/10/15
004200     02  FILLER                 PIC X(9)   VALUE "210000000".     26/10/15
004300     02  FILLER                 PIC X(9)   VALUE "003000000".     26/10/15
004400     02  FILLER                 PIC X(9)   VALUE "003430000".     26/10/15
004500     02  FILLER                 PIC X(9)   VALUE "003434000".     26/10/15
004600     02  FILLER                 PIC X(9)   VALUE "000555555".     26/10/15
004700 01  FILLER                     REDEFINES  LR--NEXT-STATES.       26/10/15
004800     02  FILLER                            OCCURS 5 TIMES.        26/10/15
004900         03  LR--NEXTST         PIC 9(1)   OCCURS 9 TIMES.        26/10/15
005000                                                                  26/10/15
005100 01  LR--ACTIONS.                                                 26/10/15
005200     02  FILLER                 PIC X(9)   VALUE "120000000".     26/10/15
005300     02  FILLER                 PIC X(9)   VALUE "003000000".     26/10/15
005400     02  FILLER                 PIC X(9)   VALUE "003450000".     26/10/15
005500     02  FILLER                 PIC X(9)   VALUE "003456000".     26/10/15
005600     02  FILLER                 PIC X(9)   VALUE "000777872".     26/10/15
005700 01  FILLER                     REDEFINES  LR--ACTIONS.           26/10/15
005800     02  FILLER                            OCCURS 5 TIMES.        26/10/15
005900         03  LR--ACTION         PIC 9(1)   OCCURS 9 TIMES.        26/10/15
006000                                                                  26/10/15
006100 01  LR--OFFSETS.                                                 26/10/15
006200     02  FILLER                 PIC S9(3)  COMP VALUE +1.         26/10/15
006300     02  FILLER                 PIC S9(3)  COMP VALUE +3.         26/10/15
006400     02  FILLER                 PIC S9(3)  COMP VALUE +5.         26/10/15
006500     02  FILLER                 PIC S9(3)  COMP VALUE +8.         26/10/15
006600     02  FILLER                 PIC S9(3)  COMP VALUE +11.        26/10/15
006700     02  FILLER                 PIC S9(3)  COMP VALUE +13.        26/10/15
006800     02  FILLER                 PIC S9(3)  COMP VALUE +16.        26/10/15
006900     02  FILLER                 PIC S9(3)  COMP VALUE +18.        26/10/15
007000 01  FILLER                     REDEFINES  LR--OFFSETS.           26/10/15
007100     02  LR--OFFSET             PIC S9(3)  OCCURS 8 COMP.         26/10/15
007200                                                                  26/10/15
007300 01  LR--MODULES.                                                 26/10/15
007400     02  FILLER  PIC X(4) VALUE "0100".                           26/10/15
007500     02  FILLER  PIC X(4) VALUE "0200".                           26/10/15
007600     02  FILLER  PIC X(6) VALUE "030400".                         26/10/15
007700     02  FILLER  PIC X(6) VALUE "050600".                         26/10/15
007800     02  FILLER  PIC X(4) VALUE "0400".                           26/10/15
007900     02  FILLER  PIC X(6) VALUE "070800".                         26/10/15
008000     02  FILLER  PIC X(4) VALUE "0900".                           26/10/15
008100     02  FILLER  PIC X(4) VALUE "1000".                           26/10/15
008200 01  FILLER                     REDEFINES  LR--MODULES.           26/10/15
008300     02  LR--MODULE             PIC 9(2)   OCCURS 19 TIMES.       26/10/15
008400                                                                  26/10/15
008500 PROCEDURE DIVISION.                                              26/10/15
008600                                                                  26/10/15
008700 LR--BEGIN-PROGRAM.                                               26/10/15
008800     MOVE  +1  TO LR--STATE                                       26/10/15
008900     PERFORM INITIALISE-THE-PROGRAM                               26/10/15
009000     PERFORM LR--EXECUTE-DIALOG                                   26/10/15
009100       UNTIL THE-NEXT-EVENT = TERMINATE-EVENT                     26/10/15
009200     .                                                            26/10/15
009300 LR--END-PROGRAM.                                                 26/10/15
009400     EXIT PROGRAM                                                 26/10/15
009500     .                                                            26/10/15
009600 LR--STOP-PROGRAM.                                                26/10/15
009700     STOP RUN                                                     26/10/15
009800     .                                                            26/10/15
009900                                                                  26/10/15
010000 LR--EXECUTE-DIALOG.                                              26/10/15
010100     MOVE THE-NEXT-EVENT TO LR--EVENT                             26/10/15
010200     IF LR--EVENT > 9 OR LR--EVENT < 1                            26/10/15
010300         DISPLAY "State " LR--STATE " - event " LR--EVENT         26/10/15
010400                 " is out of range"                               26/10/15
010500         PERFORM LR--STOP-PROGRAM                                 26/10/15
010600     .                                                            26/10/15
010700     MOVE LR--STATE                        TO LR--SAVEST          26/10/15
010800     MOVE LR--ACTION (LR--STATE, LR--EVENT) TO LR--INDEX          26/10/15
010900*    IF NO ACTION FOR THIS EVENT, TRY THE DEFAULTS STATE          26/10/15
011000     IF LR--INDEX = 0                                             26/10/15
011100         MOVE LR--DEFAULTS-STATE               TO LR--STATE       26/10/15
011200         MOVE LR--ACTION (LR--STATE, LR--EVENT) TO LR--INDEX      26/10/15
011300     .                                                            26/10/15
011400     IF LR--INDEX = ZERO                                          26/10/15
011500         DISPLAY "State " LR--STATE " - event " LR--EVENT         26/10/15
011600                 " is not accepted"                               26/10/15
011700         PERFORM LR--STOP-PROGRAM                                 26/10/15
011800     .                                                            26/10/15
011900     MOVE     LR--NULL-EVENT     TO THE-NEXT-EVENT                26/10/15
012000     MOVE     LR--NULL-EVENT     TO THE-EXCEPTION-EVENT           26/10/15
012100     MOVE         SPACE          TO EXCEPTION-RAISED              26/10/15
012200     MOVE LR--OFFSET (LR--INDEX) TO LR--VECPTR                    26/10/15
012300     PERFORM LR--EXECUTE-ACTION-VECTOR                            26/10/15
012400       VARYING LR--VECPTR FROM LR--VECPTR BY 1                    26/10/15
012500         UNTIL LR--MODULE (LR--VECPTR) = ZERO                     26/10/15
012600            OR EXCEPTION-IS-RAISED                                26/10/15
012700                                                                  26/10/15
012800     IF EXCEPTION-IS-RAISED                                       26/10/15
012900         PERFORM LR--GET-EXCEPTION-EVENT                          26/10/15
013000     ELSE                                                         26/10/15
013100         MOVE LR--NEXTST (LR--STATE, LR--EVENT) TO LR--STATE      26/10/15
013200     .                                                            26/10/15
013300     IF LR--STATE = LR--DEFAULTS-STATE                            26/10/15
013400         MOVE LR--SAVEST TO LR--STATE                             26/10/15
013500     .                                                            26/10/15
013600     IF THE-NEXT-EVENT = LR--NULL-EVENT                           26/10/15
013700         PERFORM GET-EXTERNAL-EVENT                               26/10/15
013800         IF THE-NEXT-EVENT = LR--NULL-EVENT                       26/10/15
013900             DISPLAY "No event set after event " LR--EVENT        26/10/15
014000                     " in state " LR--STATE                       26/10/15
014100             PERFORM LR--STOP-PROGRAM                             26/10/15
014200     .                                                            26/10/15
014300                                                                  26/10/15
014400 LR--EXECUTE-ACTION-VECTOR.                                       26/10/15
014500     MOVE LR--MODULE (LR--VECPTR) TO LR--MODNBR                   26/10/15
014600     IF LR--MODNBR = 01                                           26/10/15
014700         PERFORM SHOW-ACCOUNT-PROMPT                   ELSE       26/10/15
014800     IF LR--MODNBR = 02                                           26/10/15
014900         PERFORM TERMINATE-THE-PROGRAM                 ELSE       26/10/15
015000     IF LR--MODNBR = 03                                           26/10/15
015100         PERFORM LOAD-ACCOUNT-RESULTS                  ELSE       26/10/15
015200     IF LR--MODNBR = 04                                           26/10/15
015300         PERFORM SHOW-RESULT-LIST                      ELSE       26/10/15
015400     IF LR--MODNBR = 05                                           26/10/15
015500         PERFORM LOAD-FORMULA-DETAIL                   ELSE       26/10/15
015600     IF LR--MODNBR = 06                                           26/10/15
015700         PERFORM SHOW-FORMULA-DETAIL                   ELSE       26/10/15
015800     IF LR--MODNBR = 07                                           26/10/15
015900         PERFORM TRACE-THE-FORMULA                     ELSE       26/10/15
016000     IF LR--MODNBR = 08                                           26/10/15
016100         PERFORM SHOW-TRACE-LINES                      ELSE       26/10/15
016200     IF LR--MODNBR = 09                                           26/10/15
016300         PERFORM SHOW-COMMAND-HELP                     ELSE       26/10/15
016400     IF LR--MODNBR = 10                                           26/10/15
016500         PERFORM SHOW-MESSAGE                                     26/10/15
016600     .                                                            26/10/15
016700                                                                  26/10/15
016800 LR--GET-EXCEPTION-EVENT.                                         26/10/15
016900     IF THE-EXCEPTION-EVENT NOT = LR--NULL-EVENT                  26/10/15
017000         MOVE THE-EXCEPTION-EVENT TO LR--EVENT                    26/10/15
017100     .                                                            26/10/15
017200     MOVE LR--EVENT TO THE-NEXT-EVENT                             26/10/15
017300     .                                                            26/10/15
