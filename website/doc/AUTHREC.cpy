000100*----------------------------------------------------------------*26/10/15
000200*  AUTHREC.CPY - user authority record layout                    *26/10/15
000300*  SHARED BY CALCFMNT, CALCAPPR, CALCRMNT AND CALCGMNT (THROUGH  *26/10/15
000400*  AUTHCHK.CPY), CALCUMNT (MAINTENANCE) AND CALCAUTL (LISTING)   *26/10/15
000500*                                                                *26/10/15
000600*  ONE RECORD PER USER PER AUTHORITY HELD, KEYED ON USER ID PLUS *26/10/15
000700*  AUTHORITY CODE.  A USER WITH NO RECORD FOR AN AUTHORITY DOES  *26/10/15
000800*  NOT HOLD IT.  THE FORMULA ID RANGE LIMITS SUBMIT, APPROVE AND *26/10/15
000900*  GL MAPPING AUTHORITY - A BLANK LOW OR HIGH END IS UNLIMITED   *26/10/15
001000*  AT THAT END.  THE TABLE ID LIST LIMITS RATE TABLE AUTHORITY   *26/10/15
001100*  TO THE TABLES LISTED - ALL ZERO MEANS EVERY TABLE.  AN EXPIRY *26/10/15
001200*  DATE OF ZERO MEANS THE AUTHORITY DOES NOT LAPSE; OTHERWISE IT *26/10/15
001300*  IS GOOD THROUGH THAT DATE.  SECURITY ADMINISTRATION AUTHORITY *26/10/15
001400*  IS NEEDED TO MAINTAIN THIS FILE (SEE CALCUMNT).               *26/10/15
001500*----------------------------------------------------------------*26/10/15
001600                                                                  26/10/15
001700 01  AUTHORITY-RECORD.                                            26/10/15
001800     02  UA-AUTHORITY-KEY.                                        26/10/15
001900         03  UA-USER-ID          PIC X(8).                        26/10/15
002000         03  UA-AUTHORITY        PIC X.                           26/10/15
002100             88  UA-AUTHORITY-IS-SUBMIT         VALUE "S".        26/10/15
002200             88  UA-AUTHORITY-IS-APPROVE        VALUE "A".        26/10/15
002300             88  UA-AUTHORITY-IS-RATE           VALUE "R".        26/10/15
002400             88  UA-AUTHORITY-IS-GL-MAP         VALUE "G".        26/10/15
002500             88  UA-AUTHORITY-IS-SECURITY       VALUE "U".        26/10/15
002600             88  UA-AUTHORITY-IS-VALID                            26/10/15
002700                                 VALUE "S" "A" "R" "G" "U".       26/10/15
002800     02  UA-FORMULA-LO           PIC X(8).                        26/10/15
002900     02  UA-FORMULA-HI           PIC X(8).                        26/10/15
003000     02  UA-TABLE-ID             PIC 9(4)   OCCURS 10.            26/10/15
003100     02  UA-EXPIRY-DATE          PIC 9(8).                        26/10/15
003200     02  UA-GRANT-DATE           PIC 9(8).                        26/10/15
003300     02  UA-GRANTED-BY           PIC X(8).                        26/10/15
