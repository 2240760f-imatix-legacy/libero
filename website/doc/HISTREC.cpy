000100*----------------------------------------------------------------*26/10/15
000200*  HISTREC.CPY - results history record layout                   *26/10/15
000300*  SHARED BY CALCHIST (LOAD AND PURGE) AND CALCVAR (VARIANCE)    *26/10/15
000400*                                                                *26/10/15
000500*  ONE RECORD PER RESULTS MASTER RECORD PER BUSINESS DATE,       *26/10/15
000600*  KEYED ON FORMULA ID, INPUT KEY, AS-OF DATE AND THE FORMULA    *26/10/15
000700*  VERSION IN EFFECT ON THAT DATE, SO THE KEY ORDER GROUPS       *26/10/15
000800*  EVERY DATE OF ONE ACCOUNT'S RESULT TOGETHER, OLDEST FIRST.    *26/10/15
000900*  CALCHIST LOADS THE NIGHT'S CALCRSLT UNDER THE RUN CONTROL     *26/10/15
001000*  AS-OF DATE AND PURGES BY THE RETENTION RULE: DAILY ENTRIES    *26/10/15
001100*  ARE KEPT FOR THE DAILY RETENTION DAYS, MONTH-END ENTRIES      *26/10/15
001200*  (THE AS-OF DATE IS THE LAST DAY OF ITS MONTH) FOR THE LONGER  *26/10/15
001300*  MONTH-END RETENTION DAYS.  THE FEEDBACK IS CALCEXEC'S, SO AN  *26/10/15
001400*  ERRORED RESULT STAYS RECOGNIZABLE IN THE HISTORY.             *26/10/15
001500*----------------------------------------------------------------*26/10/15
001600                                                                  26/10/15
001700 01  HISTORY-RECORD.                                              26/10/15
001800     02  HS-HISTORY-KEY.                                          26/10/15
001900         03  HS-FORMULA-ID       PIC X(8).                        26/10/15
002000         03  HS-INPUT-KEY        PIC X(16).                       26/10/15
002100         03  HS-AS-OF-DATE       PIC 9(8).                        26/10/15
002200         03  HS-VERSION-NBR      PIC 9(3).                        26/10/15
002300     02  HS-RESULT               PIC S9(9)V9(9).                  26/10/15
002400     02  HS-FEEDBACK             PIC X(12).                       26/10/15
002500     02  HS-LOAD-DATE            PIC 9(8).                        26/10/15
