000100*----------------------------------------------------------------*26/10/15
000200*  RSLTXREC.CPY - result inquiry index record layout             *26/10/15
000300*  SHARED BY CALCRIDX (BUILD) AND CALCRINQ (ONLINE INQUIRY)      *26/10/15
000400*                                                                *26/10/15
000500*  ONE RECORD PER RESULT ON THE RESULTS MASTER, KEYED ON THE     *26/10/15
000600*  INPUT KEY AND FORMULA ID, REBUILT BY CALCRIDX AFTER EVERY     *26/10/15
000700*  EVALUATION RUN (CALCEXEC, OR CALCMRGE FOR A PARTITIONED       *26/10/15
000800*  RUN).  BESIDE THE RESULT IT CARRIES WHAT THE RESULTS MASTER   *26/10/15
000900*  DOES NOT: THE AS-OF DATE OF THE RUN, THE FORMULA VERSION IN   *26/10/15
001000*  EFFECT FOR THAT DATE (ZERO IF NONE WAS), AND THE TEN INPUT    *26/10/15
001100*  VARIABLES OF THE ACCOUNT AS READ FROM CALCVARS.  CHAINED      *26/10/15
001200*  RESULTS ARE NOT COPIED - THEY ARE THE RECORDS OF THE          *26/10/15
001300*  REFERENCED FORMULAS UNDER THE SAME INPUT KEY.                 *26/10/15
001400*----------------------------------------------------------------*26/10/15
001500                                                                  26/10/15
001600 01  RESULT-INDEX-RECORD.                                         26/10/15
001700     02  RX-RESULT-KEY.                                           26/10/15
001800         03  RX-INPUT-KEY        PIC X(16).                       26/10/15
001900         03  RX-FORMULA-ID       PIC X(8).                        26/10/15
002000     02  RX-RESULT               PIC S9(9)V9(9).                  26/10/15
002100     02  RX-FEEDBACK             PIC X(12).                       26/10/15
002200     02  RX-AS-OF-DATE           PIC 9(8).                        26/10/15
002300     02  RX-VERSION-NBR          PIC 9(3).                        26/10/15
002400     02  RX-INPUT-SWITCH         PIC X.                           26/10/15
002500         88  RX-INPUT-FOUND                 VALUE "Y".            26/10/15
002600     02  RX-VARIABLE             PIC S9(9)V9(9)                   26/10/15
002700                                 OCCURS 10 TIMES.                 26/10/15
