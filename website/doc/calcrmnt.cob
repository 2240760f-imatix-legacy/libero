000300                                                                  26/09/02
000400 AUTHOR.        J ANDERSON.                                       26/09/02
000500 DATE-WRITTEN.  26/09/02                                          26/09/02
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/09/02
000800*-----------------------------------------------------------------26/09/02
000900*  CALCRMNT - BANDED RATE TABLE MAINTENANCE                       26/09/02
002100*  OVERLAPS BETWEEN BANDS, BANDS AFTER AN OPEN-ENDED BAND,        26/09/02
002200*  AND EMPTY BANDS.  EVERY FAULT IS REPORTED - RUN THIS           26/09/02
002300*  BEFORE GO-LIVE OF A NEW OR CHANGED RATE TABLE.                 26/09/02
002310*                                                                 26/10/15
002320*  EVERY TRANSACTION, INQUIRIES INCLUDED, NEEDS RATE TABLE        26/10/15
002330*  AUTHORITY OVER ITS TABLE ID ON THE USER AUTHORITY FILE         26/10/15
002340*  (CALCAUTH, SEE AUTHREC.CPY).  A TRANSACTION FROM A USER        26/10/15
002350*  WITHOUT IT IS REJECTED AND LOGGED AS A SECURITY VIOLATION      26/10/15
002360*  (CALCSECV, SEE SECVREC.CPY).                                   26/10/15
002400*-----------------------------------------------------------------26/09/02
002500                                                                  26/09/02
002600 ENVIRONMENT DIVISION.                                            26/09/02
004200     SELECT MAINTENANCE-REPORT                                    26/09/02
004300         ASSIGN TO "CALCRRPT"                                     26/09/02
004400         ORGANIZATION IS SEQUENTIAL.                              26/09/02
004410     SELECT OPTIONAL AUTHORITY-FILE                               26/10/15
004420         ASSIGN TO "CALCAUTH"                                     26/10/15
004430         ORGANIZATION IS INDEXED                                  26/10/15
004440         ACCESS MODE IS RANDOM                                    26/10/15
004450         RECORD KEY IS UA-AUTHORITY-KEY.                          26/10/15
004460     SELECT OPTIONAL SECURITY-VIOLATION-FILE                      26/10/15
004470         ASSIGN TO "CALCSECV"                                     26/10/15
004480         ORGANIZATION IS SEQUENTIAL.                              26/10/15
004500                                                                  26/09/02
004600 DATA DIVISION.                                                   26/09/02
004700                                                                  26/09/02
006800 FD  MAINTENANCE-REPORT                                           26/09/02
006900     LABEL RECORDS ARE STANDARD.                                  26/09/02
007000 01  REPORT-LINE                 PIC X(132).                      26/09/02
007010                                                                  26/10/15
007020 FD  AUTHORITY-FILE                                               26/10/15
007030     LABEL RECORDS ARE STANDARD.                                  26/10/15
007040 COPY AUTHREC.                                                    26/10/15
007050                                                                  26/10/15
007060 FD  SECURITY-VIOLATION-FILE                                      26/10/15
007070     LABEL RECORDS ARE STANDARD.                                  26/10/15
007080 COPY SECVREC.                                                    26/10/15
007100                                                                  26/09/02
007200 WORKING-STORAGE SECTION.                                         26/09/02
007300                                                                  26/09/02
009400     02  WS-TOTAL-REJECTED        PIC S9(7)  COMP VALUE ZERO.     26/09/02
009500     02  WS-TOTAL-TABLES          PIC S9(7)  COMP VALUE ZERO.     26/09/02
009600     02  WS-TOTAL-FAULTS          PIC S9(7)  COMP VALUE ZERO.     26/09/02
009610                                                                  26/10/15
009620 COPY AUTHCHKW.                                                   26/10/15
009700                                                                  26/09/02
009800*-----------------------------------------------------------------26/09/02
009900*  VALIDATION PASS HOLD AREAS - THE TABLE AND UPPER BOUND OF      26/09/02
017200                      VALUE "BAND FAULTS       : ".               26/09/02
017300     02  WS-SUM-FAULTS            PIC ZZZ,ZZ9.                    26/09/02
017400     02  FILLER                   PIC X(99)  VALUE SPACE.         26/09/02
017410                                                                  26/10/15
017420 01  WS-SUMMARY-LINE-6.                                           26/10/15
017430     02  FILLER                   PIC X(20)                       26/10/15
017440                      VALUE "SECURITY REFUSALS : ".               26/10/15
017450     02  WS-SUM-VIOLATIONS        PIC ZZZ,ZZ9.                    26/10/15
017460     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
017500                                                                  26/09/02
017600 PROCEDURE DIVISION.                                              26/09/02
017700                                                                  26/09/02
018700     .                                                            26/09/02
018800                                                                  26/09/02
018900 1000-INITIALIZE.                                                 26/09/02
018910     MOVE "CALCRMNT" TO UC-PROGRAM-NAME                           26/10/15
018920     MOVE "Y" TO UC-TABLE-SWITCH                                  26/10/15
019000     OPEN I-O    RATE-TABLE-FILE                                  26/09/02
019100     OPEN INPUT  TRANSACTION-FILE                                 26/09/02
019200     OPEN OUTPUT MAINTENANCE-REPORT                               26/09/02
019210     OPEN INPUT  AUTHORITY-FILE                                   26/10/15
019220     OPEN EXTEND SECURITY-VIOLATION-FILE                          26/10/15
019300     WRITE REPORT-LINE FROM WS-HEADING-LINE                       26/09/02
019400     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT                 26/09/02
019500     .                                                            26/09/02
020900                                                                  26/09/02
021000 2000-PROCESS-TRANSACTION.                                        26/09/02
021100     PERFORM 2050-READ-BAND THRU 2050-EXIT                        26/09/02
021101     MOVE RX-USER-ID    TO UC-USER-ID                             26/10/15
021102     MOVE "R"           TO UC-AUTHORITY                           26/10/15
021103     MOVE RX-ACTION     TO UC-ACTION                              26/10/15
021104     MOVE ZERO          TO UC-TABLE-ID                            26/10/15
021105     IF RX-TABLE-ID NUMERIC                                       26/10/15
021106         MOVE RX-TABLE-ID TO UC-TABLE-ID                          26/10/15
021107     .                                                            26/10/15
021108     PERFORM 2700-CHECK-AUTHORITY THRU 2700-EXIT                  26/10/15
021109     IF NOT USER-IS-AUTHORIZED                                    26/10/15
021110         MOVE UC-REASON TO WS-DET-DISPOSITION                     26/10/15
021111         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
021112     ELSE                                                         26/10/15
021200     IF RX-ACTION-IS-ADD                                          26/09/02
021300         PERFORM 2200-ADD-BAND THRU 2200-EXIT                     26/09/02
021400     ELSE                                                         26/09/02
049500     MOVE WS-TOTAL-REJECTED TO WS-SUM-REJECTED                    26/09/02
049600     MOVE WS-TOTAL-TABLES   TO WS-SUM-TABLES                      26/09/02
049700     MOVE WS-TOTAL-FAULTS   TO WS-SUM-FAULTS                      26/09/02
049710     MOVE UC-VIOLATIONS     TO WS-SUM-VIOLATIONS                  26/10/15
049800     WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       26/09/02
049900     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2                     26/09/02
050000     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3                     26/09/02
050100     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4                     26/09/02
050200     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5                     26/09/02
050210     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-6                     26/10/15
050300     CLOSE RATE-TABLE-FILE                                        26/09/02
050400     CLOSE TRANSACTION-FILE                                       26/09/02
050500     CLOSE MAINTENANCE-REPORT                                     26/09/02
050510     CLOSE AUTHORITY-FILE                                         26/10/15
050520     CLOSE SECURITY-VIOLATION-FILE                                26/10/15
050600     .                                                            26/09/02
050700 8000-EXIT.                                                       26/09/02
050800     EXIT.                                                        26/09/02
050900                                                                  26/10/15
051000*USER AUTHORITY CHECKING PARAGRAPHS.                              26/10/15
051100 COPY AUTHCHK.                                                    26/10/15
