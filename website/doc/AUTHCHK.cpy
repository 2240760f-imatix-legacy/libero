000100*----------------------------------------------------------------*26/10/15
000200*  AUTHCHK.CPY - shared user authority checking                  *26/10/15
000300*                                                                *26/10/15
000400*  2700-CHECK-AUTHORITY DECIDES WHETHER UC-USER-ID HOLDS         *26/10/15
000500*  AUTHORITY UC-AUTHORITY (SEE AUTHREC.CPY) OVER UC-FORMULA-ID   *26/10/15
000600*  (SPACE WHEN NO FORMULA IS INVOLVED) AND, WHEN THE HOST SETS   *26/10/15
000700*  TABLE-IS-INVOLVED, OVER UC-TABLE-ID; A USER LIMITED TO LISTED *26/10/15
000710*  TABLES IS REFUSED ANY OTHER, TABLE 0000 INCLUDED.  IT SETS    *26/10/15
000720*  USER-IS-AUTHORIZED, OR                                        *26/10/15
000800*  LEAVES IT OFF WITH THE REFUSAL IN UC-REASON AND A RECORD      *26/10/15
000900*  APPENDED TO THE SECURITY VIOLATIONS FILE (CALCSECV, SEE       *26/10/15
001000*  SECVREC.CPY).  THE HOST SETS UC-ACTION TO ITS TRANSACTION     *26/10/15
001100*  ACTION CODE, DECLARES AUTHORITY-FILE (CALCAUTH, RANDOM) AND   *26/10/15
001200*  SECURITY-VIOLATION-FILE, AND HAS THEM OPEN INPUT AND EXTEND.  *26/10/15
001300*  WORK AREAS ARE IN AUTHCHKW.CPY.                               *26/10/15
001400*----------------------------------------------------------------*26/10/15
001500                                                                  26/10/15
001600 2700-CHECK-AUTHORITY.                                            26/10/15
001700     MOVE SPACE TO UC-AUTH-SWITCH                                 26/10/15
001800     IF UC-USER-ID = SPACE                                        26/10/15
001900         MOVE "USER ID MISSING" TO UC-REASON                      26/10/15
002000         PERFORM 2750-WRITE-VIOLATION THRU 2750-EXIT              26/10/15
002100         GO TO 2700-EXIT                                          26/10/15
002200     .                                                            26/10/15
002300     MOVE UC-USER-ID   TO UA-USER-ID                              26/10/15
002400     MOVE UC-AUTHORITY TO UA-AUTHORITY                            26/10/15
002500     READ AUTHORITY-FILE                                          26/10/15
002600         INVALID KEY                                              26/10/15
002700             MOVE "NOT AUTHORIZED" TO UC-REASON                   26/10/15
002800             PERFORM 2750-WRITE-VIOLATION THRU 2750-EXIT          26/10/15
002900             GO TO 2700-EXIT                                      26/10/15
003000     .                                                            26/10/15
003100     ACCEPT UC-TODAY FROM DATE YYYYMMDD                           26/10/15
003200     IF UA-EXPIRY-DATE NOT = ZERO                                 26/10/15
003300             AND UA-EXPIRY-DATE < UC-TODAY                        26/10/15
003400         MOVE "AUTHORITY EXPIRED" TO UC-REASON                    26/10/15
003500         PERFORM 2750-WRITE-VIOLATION THRU 2750-EXIT              26/10/15
003600         GO TO 2700-EXIT                                          26/10/15
003700     .                                                            26/10/15
003800     IF UC-FORMULA-ID NOT = SPACE                                 26/10/15
003900         IF (UA-FORMULA-LO NOT = SPACE                            26/10/15
004000                 AND UC-FORMULA-ID < UA-FORMULA-LO)               26/10/15
004100                 OR (UA-FORMULA-HI NOT = SPACE                    26/10/15
004200                 AND UC-FORMULA-ID > UA-FORMULA-HI)               26/10/15
004300             MOVE "FORMULA OUTSIDE AUTHORITY" TO UC-REASON        26/10/15
004400             PERFORM 2750-WRITE-VIOLATION THRU 2750-EXIT          26/10/15
004500             GO TO 2700-EXIT                                      26/10/15
004600     .                                                            26/10/15
004700     IF TABLE-IS-INVOLVED                                         26/10/15
004800         PERFORM 2710-CHECK-TABLE-LIST THRU 2710-EXIT             26/10/15
004900         IF NOT TABLE-IS-LISTED                                   26/10/15
005000             MOVE "TABLE OUTSIDE AUTHORITY" TO UC-REASON          26/10/15
005100             PERFORM 2750-WRITE-VIOLATION THRU 2750-EXIT          26/10/15
005200             GO TO 2700-EXIT                                      26/10/15
005300     .                                                            26/10/15
005400     MOVE "Y" TO UC-AUTH-SWITCH                                   26/10/15
005500     .                                                            26/10/15
005600 2700-EXIT.                                                       26/10/15
005700     EXIT.                                                        26/10/15
005800                                                                  26/10/15
005900*-----------------------------------------------------------------26/10/15
006000*  A TABLE IS COVERED IF IT IS LISTED, OR IF NO TABLE IS LISTED   26/10/15
006100*  AT ALL.                                                        26/10/15
006200*-----------------------------------------------------------------26/10/15
006300 2710-CHECK-TABLE-LIST.                                           26/10/15
006400     MOVE SPACE TO UC-LIMIT-SWITCH                                26/10/15
006500     MOVE SPACE TO UC-LISTED-SWITCH                               26/10/15
006600     PERFORM 2720-CHECK-ONE-TABLE THRU 2720-EXIT                  26/10/15
006700         VARYING UC-INDEX FROM 1 BY 1                             26/10/15
006800             UNTIL UC-INDEX > 10                                  26/10/15
006900     IF NOT TABLES-ARE-LIMITED                                    26/10/15
007000         MOVE "Y" TO UC-LISTED-SWITCH                             26/10/15
007100     .                                                            26/10/15
007200 2710-EXIT.                                                       26/10/15
007300     EXIT.                                                        26/10/15
007400                                                                  26/10/15
007500 2720-CHECK-ONE-TABLE.                                            26/10/15
007600     IF UA-TABLE-ID (UC-INDEX) NOT = ZERO                         26/10/15
007700         MOVE "Y" TO UC-LIMIT-SWITCH                              26/10/15
007800         IF UA-TABLE-ID (UC-INDEX) = UC-TABLE-ID                  26/10/15
007900             MOVE "Y" TO UC-LISTED-SWITCH                         26/10/15
008000     .                                                            26/10/15
008100 2720-EXIT.                                                       26/10/15
008200     EXIT.                                                        26/10/15
008300                                                                  26/10/15
008400 2750-WRITE-VIOLATION.                                            26/10/15
008500     MOVE SPACE TO SECURITY-VIOLATION-RECORD                      26/10/15
008600     ACCEPT SV-DATE FROM DATE YYYYMMDD                            26/10/15
008700     ACCEPT SV-TIME FROM TIME                                     26/10/15
008800     MOVE UC-PROGRAM-NAME TO SV-PROGRAM                           26/10/15
008900     MOVE UC-USER-ID      TO SV-USER-ID                           26/10/15
009000     MOVE UC-AUTHORITY    TO SV-AUTHORITY                         26/10/15
009100     MOVE UC-ACTION       TO SV-ACTION                            26/10/15
009200     MOVE UC-FORMULA-ID   TO SV-FORMULA-ID                        26/10/15
009300     MOVE UC-TABLE-ID     TO SV-TABLE-ID                          26/10/15
009400     MOVE UC-REASON       TO SV-REASON                            26/10/15
009500     WRITE SECURITY-VIOLATION-RECORD                              26/10/15
009600     ADD 1 TO UC-VIOLATIONS                                       26/10/15
009700     .                                                            26/10/15
009800 2750-EXIT.                                                       26/10/15
009900     EXIT.                                                        26/10/15
