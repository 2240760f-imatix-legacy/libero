000300                                                                  26/09/02
000400 AUTHOR.        J ANDERSON.                                       26/09/02
000500 DATE-WRITTEN.  26/09/02                                          26/09/02
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/09/02
000800*-----------------------------------------------------------------26/09/02
000900*  CALCAPPR - FORMULA CHANGE APPROVAL                             26/09/02
002600*  MARKED EXPIRED AND REPORTED - STALE CHANGES NEVER LINGER.      26/09/02
002700*  THE AUDIT RECORD CARRIES THE SUBMITTER'S USER ID; THE          26/09/02
002800*  APPROVER AND APPROVAL DATE ARE ON THE PENDING RECORD.          26/09/02
002810*                                                                 26/10/15
002820*  EVERY TRANSACTION NEEDS APPROVE AUTHORITY ON THE USER          26/10/15
002830*  AUTHORITY FILE (CALCAUTH, SEE AUTHREC.CPY); FOR AN APPROVAL    26/10/15
002840*  OR REJECTION IT MUST ALSO COVER THE FORMULA ID OF THE          26/10/15
002850*  PENDING CHANGE.  A TRANSACTION FROM A USER WITHOUT IT IS       26/10/15
002860*  REPORTED AS AN ERROR AND LOGGED AS A SECURITY VIOLATION        26/10/15
002870*  (CALCSECV, SEE SECVREC.CPY).                                   26/10/15
002900*-----------------------------------------------------------------26/09/02
003000                                                                  26/09/02
003100 ENVIRONMENT DIVISION.                                            26/09/02
005500     SELECT APPROVAL-REPORT                                       26/09/02
005600         ASSIGN TO "CALCPRPT"                                     26/09/02
005700         ORGANIZATION IS SEQUENTIAL.                              26/09/02
005710     SELECT OPTIONAL AUTHORITY-FILE                               26/10/15
005720         ASSIGN TO "CALCAUTH"                                     26/10/15
005730         ORGANIZATION IS INDEXED                                  26/10/15
005740         ACCESS MODE IS RANDOM                                    26/10/15
005750         RECORD KEY IS UA-AUTHORITY-KEY.                          26/10/15
005760     SELECT OPTIONAL SECURITY-VIOLATION-FILE                      26/10/15
005770         ASSIGN TO "CALCSECV"                                     26/10/15
005780         ORGANIZATION IS SEQUENTIAL.                              26/10/15
005800                                                                  26/09/02
005900 DATA DIVISION.                                                   26/09/02
006000                                                                  26/09/02
008500 FD  APPROVAL-REPORT                                              26/09/02
008600     LABEL RECORDS ARE STANDARD.                                  26/09/02
008700 01  REPORT-LINE                 PIC X(132).                      26/09/02
008710                                                                  26/10/15
008720 FD  AUTHORITY-FILE                                               26/10/15
008730     LABEL RECORDS ARE STANDARD.                                  26/10/15
008740 COPY AUTHREC.                                                    26/10/15
008750                                                                  26/10/15
008760 FD  SECURITY-VIOLATION-FILE                                      26/10/15
008770     LABEL RECORDS ARE STANDARD.                                  26/10/15
008780 COPY SECVREC.                                                    26/10/15
008800                                                                  26/09/02
008900 WORKING-STORAGE SECTION.                                         26/09/02
009000                                                                  26/09/02
011100     02  WS-TOTAL-REJECTED        PIC S9(7)  COMP VALUE ZERO.     26/09/02
011200     02  WS-TOTAL-ERRORS          PIC S9(7)  COMP VALUE ZERO.     26/09/02
011300     02  WS-TOTAL-EXPIRED         PIC S9(7)  COMP VALUE ZERO.     26/09/02
011310                                                                  26/10/15
011320 COPY AUTHCHKW.                                                   26/10/15
011400                                                                  26/09/02
011500 01  WS-WORK-AREAS.                                               26/09/02
011600     02  WS-EXPIRE-DAYS           PIC 9(3)   VALUE ZERO.          26/09/02
020200                      VALUE "CHANGES EXPIRED   : ".               26/09/02
020300     02  WS-SUM-EXPIRED           PIC ZZZ,ZZ9.                    26/09/02
020400     02  FILLER                   PIC X(99)  VALUE SPACE.         26/09/02
020410                                                                  26/10/15
020420 01  WS-SUMMARY-LINE-6.                                           26/10/15
020430     02  FILLER                   PIC X(20)                       26/10/15
020440                      VALUE "SECURITY REFUSALS : ".               26/10/15
020450     02  WS-SUM-VIOLATIONS        PIC ZZZ,ZZ9.                    26/10/15
020460     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
020500                                                                  26/09/02
020600 PROCEDURE DIVISION.                                              26/09/02
020700                                                                  26/09/02
022000     IF WS-EXPIRE-DAYS NOT NUMERIC OR WS-EXPIRE-DAYS = ZERO       26/09/02
022100         MOVE 30 TO WS-EXPIRE-DAYS                                26/09/02
022200     .                                                            26/09/02
022210     MOVE "CALCAPPR" TO UC-PROGRAM-NAME                           26/10/15
022300     OPEN I-O    PENDING-FILE                                     26/09/02
022400     OPEN I-O    FORMULA-LIBRARY                                  26/09/02
022500     OPEN EXTEND AUDIT-FILE                                       26/09/02
022600     OPEN INPUT  APPROVAL-FILE                                    26/09/02
022700     OPEN OUTPUT APPROVAL-REPORT                                  26/09/02
022710     OPEN INPUT  AUTHORITY-FILE                                   26/10/15
022720     OPEN EXTEND SECURITY-VIOLATION-FILE                          26/10/15
022800     WRITE REPORT-LINE FROM WS-HEADING-LINE                       26/09/02
022900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD                      26/09/02
023000     MOVE WS-TODAY-DATE TO WS-DATE-WORK                           26/09/02
028900     EXIT.                                                        26/09/02
029000                                                                  26/09/02
029100 2000-PROCESS-APPROVAL.                                           26/09/02
029101     MOVE SPACE TO WS-FOUND-SWITCH                                26/10/15
029102     MOVE SPACE TO UC-FORMULA-ID                                  26/10/15
029103     IF NOT AP-ACTION-IS-LIST                                     26/10/15
029104         PERFORM 2100-READ-PENDING THRU 2100-EXIT                 26/10/15
029105         IF PENDING-IS-ON-FILE                                    26/10/15
029106             MOVE PD-FORMULA-ID TO UC-FORMULA-ID                  26/10/15
029107     .                                                            26/10/15
029108     MOVE AP-USER-ID    TO UC-USER-ID                             26/10/15
029109     MOVE "A"           TO UC-AUTHORITY                           26/10/15
029110     MOVE AP-ACTION     TO UC-ACTION                              26/10/15
029111     PERFORM 2700-CHECK-AUTHORITY THRU 2700-EXIT                  26/10/15
029112     IF NOT USER-IS-AUTHORIZED                                    26/10/15
029113         MOVE UC-REASON TO WS-DET-DISPOSITION                     26/10/15
029114         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT                 26/10/15
029115     ELSE                                                         26/10/15
029200     IF AP-ACTION-IS-APPROVE                                      26/09/02
029300         PERFORM 2200-APPROVE-CHANGE THRU 2200-EXIT               26/09/02
029400     ELSE                                                         26/09/02
062400     MOVE WS-TOTAL-REJECTED TO WS-SUM-REJECTED                    26/09/02
062500     MOVE WS-TOTAL-ERRORS   TO WS-SUM-ERRORS                      26/09/02
062600     MOVE WS-TOTAL-EXPIRED  TO WS-SUM-EXPIRED                     26/09/02
062610     MOVE UC-VIOLATIONS     TO WS-SUM-VIOLATIONS                  26/10/15
062700     WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       26/09/02
062800     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2                     26/09/02
062900     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3                     26/09/02
063000     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4                     26/09/02
063100     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5                     26/09/02
063110     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-6                     26/10/15
063200     CLOSE PENDING-FILE                                           26/09/02
063300     CLOSE FORMULA-LIBRARY                                        26/09/02
063400     CLOSE AUDIT-FILE                                             26/09/02
063500     CLOSE APPROVAL-FILE                                          26/09/02
063600     CLOSE APPROVAL-REPORT                                        26/09/02
063610     CLOSE AUTHORITY-FILE                                         26/10/15
063620     CLOSE SECURITY-VIOLATION-FILE                                26/10/15
063700     .                                                            26/09/02
063800 8000-EXIT.                                                       26/09/02
063900     EXIT.                                                        26/09/02
064000                                                                  26/10/15
064100*USER AUTHORITY CHECKING PARAGRAPHS.                              26/10/15
064200 COPY AUTHCHK.                                                    26/10/15
