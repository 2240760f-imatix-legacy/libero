000300                                                                  26/09/02
000400 AUTHOR.        J ANDERSON.                                       26/09/02
000500 DATE-WRITTEN.  26/09/02                                          26/09/02
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/09/02
000800*-----------------------------------------------------------------26/09/02
000900*  CALCGMNT - GL POSTING MAPPING MAINTENANCE                      26/09/02
001400*  ARE EDITED BEFORE A TRANSACTION IS ACCEPTED; AN ADD OF AN      26/09/02
001500*  EXISTING FORMULA ID IS REJECTED.  A MAINTENANCE REPORT         26/09/02
001600*  LISTS EVERY TRANSACTION WITH ITS DISPOSITION.                  26/09/02
001610*                                                                 26/10/15
001620*  EVERY TRANSACTION, INQUIRIES INCLUDED, NEEDS GL MAPPING        26/10/15
001630*  AUTHORITY OVER ITS FORMULA ID ON THE USER AUTHORITY FILE       26/10/15
001640*  (CALCAUTH, SEE AUTHREC.CPY).  A TRANSACTION FROM A USER        26/10/15
001650*  WITHOUT IT IS REJECTED AND LOGGED AS A SECURITY VIOLATION      26/10/15
001660*  (CALCSECV, SEE SECVREC.CPY).                                   26/10/15
001700*-----------------------------------------------------------------26/09/02
001800                                                                  26/09/02
001900 ENVIRONMENT DIVISION.                                            26/09/02
003500     SELECT MAINTENANCE-REPORT                                    26/09/02
003600         ASSIGN TO "CALCGMRP"                                     26/09/02
003700         ORGANIZATION IS SEQUENTIAL.                              26/09/02
003710     SELECT OPTIONAL AUTHORITY-FILE                               26/10/15
003720         ASSIGN TO "CALCAUTH"                                     26/10/15
003730         ORGANIZATION IS INDEXED                                  26/10/15
003740         ACCESS MODE IS RANDOM                                    26/10/15
003750         RECORD KEY IS UA-AUTHORITY-KEY.                          26/10/15
003760     SELECT OPTIONAL SECURITY-VIOLATION-FILE                      26/10/15
003770         ASSIGN TO "CALCSECV"                                     26/10/15
003780         ORGANIZATION IS SEQUENTIAL.                              26/10/15
003800                                                                  26/09/02
003900 DATA DIVISION.                                                   26/09/02
004000                                                                  26/09/02
005900 FD  MAINTENANCE-REPORT                                           26/09/02
006000     LABEL RECORDS ARE STANDARD.                                  26/09/02
006100 01  REPORT-LINE                 PIC X(132).                      26/09/02
006110                                                                  26/10/15
006120 FD  AUTHORITY-FILE                                               26/10/15
006130     LABEL RECORDS ARE STANDARD.                                  26/10/15
006140 COPY AUTHREC.                                                    26/10/15
006150                                                                  26/10/15
006160 FD  SECURITY-VIOLATION-FILE                                      26/10/15
006170     LABEL RECORDS ARE STANDARD.                                  26/10/15
006180 COPY SECVREC.                                                    26/10/15
006200                                                                  26/09/02
006300 WORKING-STORAGE SECTION.                                         26/09/02
006400                                                                  26/09/02
007700     02  WS-TOTAL-READ            PIC S9(7)  COMP VALUE ZERO.     26/09/02
007800     02  WS-TOTAL-APPLIED         PIC S9(7)  COMP VALUE ZERO.     26/09/02
007900     02  WS-TOTAL-REJECTED        PIC S9(7)  COMP VALUE ZERO.     26/09/02
007910                                                                  26/10/15
007920 COPY AUTHCHKW.                                                   26/10/15
008000                                                                  26/09/02
008100*-----------------------------------------------------------------26/09/02
008200*  REPORT LINE LAYOUTS.                                           26/09/02
012000                      VALUE "REJECTED          : ".               26/09/02
012100     02  WS-SUM-REJECTED          PIC ZZZ,ZZ9.                    26/09/02
012200     02  FILLER                   PIC X(99)  VALUE SPACE.         26/09/02
012210                                                                  26/10/15
012220 01  WS-SUMMARY-LINE-4.                                           26/10/15
012230     02  FILLER                   PIC X(20)                       26/10/15
012240                      VALUE "SECURITY REFUSALS : ".               26/10/15
012250     02  WS-SUM-VIOLATIONS        PIC ZZZ,ZZ9.                    26/10/15
012260     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
012300                                                                  26/09/02
012400 PROCEDURE DIVISION.                                              26/09/02
012500                                                                  26/09/02
013400     .                                                            26/09/02
013500                                                                  26/09/02
013600 1000-INITIALIZE.                                                 26/09/02
013610     MOVE "CALCGMNT" TO UC-PROGRAM-NAME                           26/10/15
013700     OPEN I-O    GL-MAP-FILE                                      26/09/02
013800     OPEN INPUT  TRANSACTION-FILE                                 26/09/02
013900     OPEN OUTPUT MAINTENANCE-REPORT                               26/09/02
013910     OPEN INPUT  AUTHORITY-FILE                                   26/10/15
013920     OPEN EXTEND SECURITY-VIOLATION-FILE                          26/10/15
014000     WRITE REPORT-LINE FROM WS-HEADING-LINE                       26/09/02
014100     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT                 26/09/02
014200     .                                                            26/09/02
015600                                                                  26/09/02
015700 2000-PROCESS-TRANSACTION.                                        26/09/02
015800     PERFORM 2050-READ-MAPPING THRU 2050-EXIT                     26/09/02
015810     MOVE GX-USER-ID    TO UC-USER-ID                             26/10/15
015820     MOVE "G"           TO UC-AUTHORITY                           26/10/15
015830     MOVE GX-ACTION     TO UC-ACTION                              26/10/15
015840     MOVE GX-FORMULA-ID TO UC-FORMULA-ID                          26/10/15
015850     PERFORM 2700-CHECK-AUTHORITY THRU 2700-EXIT                  26/10/15
015860     IF NOT USER-IS-AUTHORIZED                                    26/10/15
015870         MOVE UC-REASON TO WS-DET-DISPOSITION                     26/10/15
015880         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
015890     ELSE                                                         26/10/15
015900     IF GX-ACTION-IS-ADD                                          26/09/02
016000         PERFORM 2200-ADD-MAPPING THRU 2200-EXIT                  26/09/02
016100     ELSE                                                         26/09/02
033600     MOVE WS-TOTAL-READ     TO WS-SUM-READ                        26/09/02
033700     MOVE WS-TOTAL-APPLIED  TO WS-SUM-APPLIED                     26/09/02
033800     MOVE WS-TOTAL-REJECTED TO WS-SUM-REJECTED                    26/09/02
033810     MOVE UC-VIOLATIONS     TO WS-SUM-VIOLATIONS                  26/10/15
033900     WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       26/09/02
034000     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2                     26/09/02
034100     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3                     26/09/02
034110     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4                     26/10/15
034200     CLOSE GL-MAP-FILE                                            26/09/02
034300     CLOSE TRANSACTION-FILE                                       26/09/02
034400     CLOSE MAINTENANCE-REPORT                                     26/09/02
034410     CLOSE AUTHORITY-FILE                                         26/10/15
034420     CLOSE SECURITY-VIOLATION-FILE                                26/10/15
034500     .                                                            26/09/02
034600 8000-EXIT.                                                       26/09/02
034700     EXIT.                                                        26/09/02
034800                                                                  26/10/15
034900*USER AUTHORITY CHECKING PARAGRAPHS.                              26/10/15
035000 COPY AUTHCHK.                                                    26/10/15
