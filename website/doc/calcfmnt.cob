000300                                                                  26/08/22
000400 AUTHOR.        J ANDERSON.                                       26/08/22
000500 DATE-WRITTEN.  26/08/22                                          26/08/22
000600     -REVISED:  26/10/15.                                         26/10/15
000700                                                                  26/08/22
000800*-----------------------------------------------------------------26/08/22
000900*  CALCFMNT - FORMULA LIBRARY MAINTENANCE                         26/08/22
001810*  BEFORE IT REACHES THE LIBRARY AND THE AUDIT FILE.  A           26/09/02
001820*  MAINTENANCE REPORT LISTS EVERY TRANSACTION WITH ITS            26/09/02
001830*  DISPOSITION AND PENDING SEQUENCE NUMBER.                       26/09/02
001840*                                                                 26/10/15
001850*  EVERY TRANSACTION, INQUIRIES INCLUDED, NEEDS SUBMIT            26/10/15
001860*  AUTHORITY OVER ITS FORMULA ID ON THE USER AUTHORITY FILE       26/10/15
001870*  (CALCAUTH, SEE AUTHREC.CPY).  A TRANSACTION FROM A USER        26/10/15
001880*  WITHOUT IT IS REJECTED AND LOGGED AS A SECURITY VIOLATION      26/10/15
001890*  (CALCSECV, SEE SECVREC.CPY).                                   26/10/15
001900*-----------------------------------------------------------------26/08/22
002000                                                                  26/08/22
002100 ENVIRONMENT DIVISION.                                            26/08/22
004212         ORGANIZATION IS INDEXED                                  26/09/02
004213         ACCESS MODE IS SEQUENTIAL                                26/09/02
004214         RECORD KEY IS RT-RATE-KEY.                               26/09/02
004215     SELECT OPTIONAL AUTHORITY-FILE                               26/10/15
004216         ASSIGN TO "CALCAUTH"                                     26/10/15
004217         ORGANIZATION IS INDEXED                                  26/10/15
004218         ACCESS MODE IS RANDOM                                    26/10/15
004219         RECORD KEY IS UA-AUTHORITY-KEY.                          26/10/15
004220     SELECT OPTIONAL SECURITY-VIOLATION-FILE                      26/10/15
004221         ASSIGN TO "CALCSECV"                                     26/10/15
004222         ORGANIZATION IS SEQUENTIAL.                              26/10/15
004300                                                                  26/08/22
004400 DATA DIVISION.                                                   26/08/22
004500                                                                  26/08/22
007815 FD  RATE-TABLE-FILE                                              26/09/02
007816     LABEL RECORDS ARE STANDARD.                                  26/09/02
007817 COPY RATEREC.                                                    26/09/02
007818                                                                  26/10/15
007819 FD  AUTHORITY-FILE                                               26/10/15
007820     LABEL RECORDS ARE STANDARD.                                  26/10/15
007821 COPY AUTHREC.                                                    26/10/15
007822                                                                  26/10/15
007823 FD  SECURITY-VIOLATION-FILE                                      26/10/15
007824     LABEL RECORDS ARE STANDARD.                                  26/10/15
007825 COPY SECVREC.                                                    26/10/15
007900                                                                  26/08/22
008000 WORKING-STORAGE SECTION.                                         26/08/22
008100                                                                  26/08/22
009700     02  WS-TOTAL-REJECTED        PIC S9(7)  COMP VALUE ZERO.     26/08/22
009710                                                                  26/09/02
009720 COPY RATELODW.                                                   26/09/02
009730                                                                  26/10/15
009740 COPY AUTHCHKW.                                                   26/10/15
009800                                                                  26/08/22
009900 01  WS-WORK-AREAS.                                               26/09/02
010000     02  WS-NEXT-SEQUENCE         PIC 9(7)   VALUE 1.             26/09/02
014400                      VALUE "REJECTED          : ".               26/08/22
014500     02  WS-SUM-REJECTED          PIC ZZZ,ZZ9.                    26/08/22
014600     02  FILLER                   PIC X(99)  VALUE SPACE.         26/08/22
014610                                                                  26/10/15
014620 01  WS-SUMMARY-LINE-4.                                           26/10/15
014630     02  FILLER                   PIC X(20)                       26/10/15
014640                      VALUE "SECURITY REFUSALS : ".               26/10/15
014650     02  WS-SUM-VIOLATIONS        PIC ZZZ,ZZ9.                    26/10/15
014660     02  FILLER                   PIC X(99)  VALUE SPACE.         26/10/15
014700                                                                  26/08/22
014800*-----------------------------------------------------------------26/08/22
014900*  CALCPK CONTROL BLOCK - SHARED LAYOUT, SEE CALCPKC.CPY.         26/08/22
019100                                                                  26/08/22
019200 1000-INITIALIZE.                                                 26/08/22
019210     PERFORM 1190-LOAD-RATE-TABLES THRU 1190-EXIT                 26/09/02
019220     MOVE "CALCFMNT" TO UC-PROGRAM-NAME                           26/10/15
019300     OPEN I-O    FORMULA-LIBRARY                                  26/08/22
019400     OPEN INPUT  TRANSACTION-FILE                                 26/08/22
019500     OPEN I-O    PENDING-FILE                                     26/09/02
019600     OPEN OUTPUT MAINTENANCE-REPORT                               26/08/22
019601     OPEN INPUT  AUTHORITY-FILE                                   26/10/15
019602     OPEN EXTEND SECURITY-VIOLATION-FILE                          26/10/15
019610     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD                      26/09/02
019620     PERFORM 1200-FIND-NEXT-SEQUENCE THRU 1200-EXIT               26/09/02
019700     WRITE REPORT-LINE FROM WS-HEADING-LINE                       26/08/22
021300                                                                  26/08/22
021400 2000-PROCESS-TRANSACTION.                                        26/08/22
021500     PERFORM 2050-READ-FORMULA THRU 2050-EXIT                     26/08/22
021510     MOVE TX-USER-ID    TO UC-USER-ID                             26/10/15
021520     MOVE "S"           TO UC-AUTHORITY                           26/10/15
021530     MOVE TX-ACTION     TO UC-ACTION                              26/10/15
021540     MOVE TX-FORMULA-ID TO UC-FORMULA-ID                          26/10/15
021550     PERFORM 2700-CHECK-AUTHORITY THRU 2700-EXIT                  26/10/15
021560     IF NOT USER-IS-AUTHORIZED                                    26/10/15
021570         MOVE UC-REASON TO WS-DET-DISPOSITION                     26/10/15
021580         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT           26/10/15
021590     ELSE                                                         26/10/15
021600     IF TX-ACTION-IS-ADD                                          26/08/22
021700         PERFORM 2200-ADD-FORMULA THRU 2200-EXIT                  26/08/22
021800     ELSE                                                         26/08/22
042300     MOVE WS-TOTAL-READ     TO WS-SUM-READ                        26/08/22
042400     MOVE WS-TOTAL-APPLIED  TO WS-SUM-APPLIED                     26/08/22
042500     MOVE WS-TOTAL-REJECTED TO WS-SUM-REJECTED                    26/08/22
042510     MOVE UC-VIOLATIONS     TO WS-SUM-VIOLATIONS                  26/10/15
042600     WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       26/08/22
042700     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2                     26/08/22
042800     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3                     26/08/22
042810     WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4                     26/10/15
042900     CLOSE FORMULA-LIBRARY                                        26/08/22
043000     CLOSE TRANSACTION-FILE                                       26/08/22
043100     CLOSE PENDING-FILE                                           26/09/02
043200     CLOSE MAINTENANCE-REPORT                                     26/08/22
043210     CLOSE AUTHORITY-FILE                                         26/10/15
043220     CLOSE SECURITY-VIOLATION-FILE                                26/10/15
043300     .                                                            26/08/22
043400 8000-EXIT.                                                       26/08/22
043500     EXIT.                                                        26/08/22
043600                                                                  26/09/02
043700*RATE TABLE LOADING PARAGRAPHS.                                   26/09/02
043800 COPY RATELOD.                                                    26/09/02
043900                                                                  26/10/15
044000*USER AUTHORITY CHECKING PARAGRAPHS.                              26/10/15
044100 COPY AUTHCHK.                                                    26/10/15
