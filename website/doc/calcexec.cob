000300                                                                  26/08/22
000400 AUTHOR.        J ANDERSON.                                       26/08/22
000500 DATE-WRITTEN.  26/08/22                                          26/08/22
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/08/22
000800*-----------------------------------------------------------------26/08/22
000900*  CALCEXEC - NIGHTLY PRODUCTION EVALUATION OF THE FORMULA        26/08/22
002199*  DEPENDENCY ORDER AND EVERY REFERENCED RESULT IS LOADED INTO    26/09/02
002201*  ITS VARIABLE SLOT FIRST.  MISSING AND CIRCULAR CHAIN           26/09/02
002202*  REFERENCES ARE REJECTED ON THE CONTROL REPORT.                 26/09/02
002203*                                                                 26/10/15
002204*  A LONG NIGHT CAN BE SPLIT INTO PARTITIONS: SEVERAL COPIES      26/10/15
002205*  RUN AT ONCE, EACH ON ITS OWN RUN CONTROL RECORD GIVING ITS     26/10/15
002206*  PARTITION NUMBER AND INPUT KEY RANGE (SEE RUNCREC.CPY), AND    26/10/15
002207*  EACH WITH ITS OWN CHECKPOINT, RESULTS MASTER AND CONTROL       26/10/15
002208*  REPORT.  EACH LOGS AND RESTARTS AS A RUN OF ITS OWN (CALCEX01, 26/10/15
002209*  CALCEX02 ...).  CALCMRGE THEN COMBINES THE PARTITIONS INTO     26/10/15
002210*  THE ONE CALCRSLT.                                              26/10/15
002211*-----------------------------------------------------------------26/10/15
002300                                                                  26/08/22
002400 ENVIRONMENT DIVISION.                                            26/08/22
002500                                                                  26/08/22
009197     02  WS-RESTART-RESULTS       PIC 9(7)   VALUE ZERO.          26/09/02
009198     02  WS-LAST-INPUT-KEY        PIC X(16)  VALUE SPACE.         26/09/02
009200                                                                  26/08/22
009210*  A PARTITION LOGS UNDER CALCEX AND ITS PARTITION NUMBER.        26/10/15
009220 01  WS-PARTITION-PROGRAM.                                        26/10/15
009230     02  FILLER                   PIC X(6)   VALUE "CALCEX".      26/10/15
009240     02  WS-PARTITION-SUFFIX      PIC 9(2)   VALUE ZERO.          26/10/15
009250                                                                  26/10/15
009300*-----------------------------------------------------------------26/08/22
009400*  FORMULA TABLE - EACH IN-EFFECT FORMULA VERSION IS COMPILED     26/08/22
009500*  ONCE AT INITIALIZATION AND ITS CODE AREA SAVED HERE; THE       26/08/22
011790     02  WS-RST-KEY               PIC X(16).                      26/09/02
011795     02  FILLER                   PIC X(89)  VALUE SPACE.         26/09/02
011800                                                                  26/08/22
011801 01  WS-PARTITION-LINE.                                           26/10/15
011802     02  FILLER                   PIC X(10)  VALUE "PARTITION ".  26/10/15
011803     02  WS-PTN-NBR               PIC 9(2).                       26/10/15
011804     02  FILLER                   PIC X(4)   VALUE " OF ".        26/10/15
011805     02  WS-PTN-COUNT             PIC 9(2).                       26/10/15
011806     02  FILLER                   PIC X(15)                       26/10/15
011807                      VALUE "   INPUT KEYS ".                     26/10/15
011808     02  WS-PTN-KEY-LO            PIC X(16).                      26/10/15
011809     02  FILLER                   PIC X(3)   VALUE " - ".         26/10/15
011810     02  WS-PTN-KEY-HI            PIC X(16).                      26/10/15
011811     02  FILLER                   PIC X(64)  VALUE SPACE.         26/10/15
011812                                                                  26/10/15
011900 01  WS-DETAIL-LINE.                                              26/08/22
012000     02  FILLER                   PIC X(3)   VALUE SPACE.         26/08/22
012100     02  WS-DET-FORMULA-ID        PIC X(8).                       26/08/22
017000                                                                  26/08/22
017100 1000-INITIALIZE.                                                 26/08/22
017200     MOVE "CALCEXEC" TO RC-PROGRAM-NAME                           26/09/02
017201     PERFORM 1040-ENTER-RUN THRU 1040-EXIT                        26/10/15
017202     IF RUN-MUST-NOT-START                                        26/09/02
017203         PERFORM 1145-REFUSE-TO-START THRU 1145-EXIT              26/09/02
017204     .                                                            26/09/02
017740     ELSE                                                         26/09/02
017750         WRITE REPORT-LINE FROM WS-FRESH-LINE                     26/09/02
017760     .                                                            26/09/02
017770     IF RC-HOLD-PARTITION-NBR > ZERO                              26/10/15
017780         PERFORM 1045-REPORT-PARTITION THRU 1045-EXIT             26/10/15
017790     .                                                            26/10/15
017800     PERFORM 1150-GET-EFFECTIVE-FORMULA THRU 1150-EXIT            26/08/22
017900     PERFORM 1200-LOAD-FORMULAS THRU 1200-EXIT                    26/08/22
018000         UNTIL NOT FORMULA-DELIVERED                              26/08/22
018300     .                                                            26/08/22
018400 1000-EXIT.                                                       26/08/22
018500     EXIT.                                                        26/08/22
018503                                                                  26/10/15
018506*-----------------------------------------------------------------26/10/15
018509*  RUN CONTROL.  ONE PARTITION OF A PARTITIONED RUN LOGS AS       26/10/15
018512*  CALCEX PLUS ITS PARTITION NUMBER, SO THE RUN LOG IS CHECKED    26/10/15
018515*  AGAIN UNDER THAT NAME - ONE PARTITION COMPLETING DOES NOT      26/10/15
018518*  STOP THE OTHERS, BUT A COMPLETED PARTITION IS NOT RUN AGAIN    26/10/15
018521*  WITHOUT THE RERUN FLAG.  A PARTITION NUMBER BEYOND THE         26/10/15
018524*  PARTITION COUNT, OR BEYOND WHAT CALCMRGE CAN MERGE, IS         26/10/15
018527*  REFUSED.                                                       26/10/15
018530*-----------------------------------------------------------------26/10/15
018533 1040-ENTER-RUN.                                                  26/10/15
018536     PERFORM 1141-GET-RUN-CONTROL THRU 1141-EXIT                  26/10/15
018539     IF RC-HOLD-PARTITION-NBR = ZERO                              26/10/15
018542             OR RUN-MUST-NOT-START                                26/10/15
018545         GO TO 1040-EXIT                                          26/10/15
018548     .                                                            26/10/15
018551     IF RC-HOLD-PARTITION-NBR > RC-HOLD-PARTITION-COUNT           26/10/15
018554             OR RC-HOLD-PARTITION-COUNT > RC-PARTITION-MAX        26/10/15
018557         MOVE "Y" TO RC-STOP-SWITCH                               26/10/15
018560         GO TO 1040-EXIT                                          26/10/15
018563     .                                                            26/10/15
018566     MOVE RC-HOLD-PARTITION-NBR TO WS-PARTITION-SUFFIX            26/10/15
018569     MOVE WS-PARTITION-PROGRAM  TO RC-PROGRAM-NAME                26/10/15
018572     MOVE SPACE TO RC-LOG-EOF-SWITCH                              26/10/15
018575     MOVE SPACE TO RC-PRIOR-RUN-SWITCH                            26/10/15
018578     PERFORM 1142-CHECK-PRIOR-RUN THRU 1142-EXIT                  26/10/15
018581     IF DATE-ALREADY-RUN                                          26/10/15
018584             AND RC-HOLD-RERUN-FLAG NOT = "Y"                     26/10/15
018587         MOVE "Y" TO RC-STOP-SWITCH                               26/10/15
018590     .                                                            26/10/15
018593 1040-EXIT.                                                       26/10/15
018596     EXIT.                                                        26/10/15
018599                                                                  26/10/15
018602 1045-REPORT-PARTITION.                                           26/10/15
018605     MOVE RC-HOLD-PARTITION-NBR   TO WS-PTN-NBR                   26/10/15
018608     MOVE RC-HOLD-PARTITION-COUNT TO WS-PTN-COUNT                 26/10/15
018611     IF RC-HOLD-KEY-LO = SPACE                                    26/10/15
018614         MOVE "FIRST" TO WS-PTN-KEY-LO                            26/10/15
018617     ELSE                                                         26/10/15
018620         MOVE RC-HOLD-KEY-LO TO WS-PTN-KEY-LO                     26/10/15
018623     .                                                            26/10/15
018626     IF RC-HOLD-KEY-HI = HIGH-VALUES                              26/10/15
018629         MOVE "LAST" TO WS-PTN-KEY-HI                             26/10/15
018632     ELSE                                                         26/10/15
018635         MOVE RC-HOLD-KEY-HI TO WS-PTN-KEY-HI                     26/10/15
018638     .                                                            26/10/15
018641     WRITE REPORT-LINE FROM WS-PARTITION-LINE                     26/10/15
018644     .                                                            26/10/15
018647 1045-EXIT.                                                       26/10/15
018650     EXIT.                                                        26/10/15
018653                                                                  26/09/02
018656*-----------------------------------------------------------------26/09/02
018659*  A CHECKPOINT RECORD LEFT IN PROGRESS BY AN ABENDED RUN PUTS    26/09/02
018662*  THIS RUN INTO RESTART MODE.  A MISSING CHECKPOINT FILE, A      26/09/02
018665*  COMPLETED CHECKPOINT OR AN UNREADABLE ONE ALL MEAN A FRESH     26/09/02
018668*  START.                                                         26/09/02
018671*-----------------------------------------------------------------26/09/02
018674 1050-READ-CHECKPOINT.                                            26/09/02
018677     OPEN INPUT CHECKPOINT-FILE                                   26/09/02
018680     READ CHECKPOINT-FILE                                         26/09/02
018683         AT END                                                   26/09/02
018686             MOVE "Y" TO WS-CKPT-EOF-SWITCH                       26/09/02
018689     .                                                            26/09/02
018692     IF NOT NO-CHECKPOINT-RECORD                                  26/09/02
018695             AND CK-RUN-IN-PROGRESS                               26/09/02
018698             AND CK-INPUT-COUNT NUMERIC                           26/09/02
018701             AND CK-RESULT-COUNT NUMERIC                          26/09/02
018704         MOVE "Y"               TO WS-RESTART-SWITCH              26/09/02
018707         MOVE CK-LAST-INPUT-KEY TO WS-RESTART-KEY                 26/09/02
018710         MOVE CK-INPUT-COUNT    TO WS-RESTART-INPUTS              26/09/02
018713         MOVE CK-RESULT-COUNT   TO WS-RESTART-RESULTS             26/09/02
018716     .                                                            26/09/02
018719     CLOSE CHECKPOINT-FILE                                        26/09/02
018722     .                                                            26/09/02
018725 1050-EXIT.                                                       26/09/02
018728     EXIT.                                                        26/09/02
018731                                                                  26/09/02
018734*-----------------------------------------------------------------26/09/02
018737*  A MISSING OR INVALID RUN CONTROL, OR A BUSINESS DATE THAT      26/09/02
018740*  ALREADY COMPLETED WITHOUT THE RERUN FLAG, STOPS THE RUN        26/09/02
018743*  BEFORE ANY FILE IS TOUCHED.                                    26/09/02
018746*-----------------------------------------------------------------26/09/02
018749 1145-REFUSE-TO-START.                                            26/09/02
018752     OPEN OUTPUT CONTROL-REPORT                                   26/09/02
018755     MOVE "RUN REFUSED - NO RUN CONTROL OR DATE ALREADY RUN"      26/09/02
018758         TO REPORT-LINE                                           26/09/02
018761     WRITE REPORT-LINE                                            26/09/02
018764     CLOSE CONTROL-REPORT                                         26/09/02
018767     STOP RUN                                                     26/09/02
018770     .                                                            26/09/02
018773 1145-EXIT.                                                       26/09/02
018776     EXIT.                                                        26/09/02
018777                                                                  26/08/22
018780 1100-READ-INPUT.                                                 26/08/22
