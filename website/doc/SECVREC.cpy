000100*----------------------------------------------------------------*26/10/15
000200*  SECVREC.CPY - security violation record layout                *26/10/15
000300*  SHARED BY EVERY PROGRAM THAT WRITES OR READS CALCSECV         *26/10/15
000400*                                                                *26/10/15
000500*  ONE RECORD PER TRANSACTION REFUSED BECAUSE THE USER DID NOT   *26/10/15
000600*  HOLD THE AUTHORITY IT NEEDED: WHEN, WHICH PROGRAM, WHO, WHAT  *26/10/15
000700*  AUTHORITY AND ACTION, THE FORMULA ID OR RATE TABLE ID ASKED   *26/10/15
000800*  FOR, AND WHY IT WAS REFUSED.  THE FILE IS ONLY EVER EXTENDED; *26/10/15
000900*  CALCAUTL PRINTS IT FOR THE AUDITORS.                          *26/10/15
001000*----------------------------------------------------------------*26/10/15
001100                                                                  26/10/15
001200 01  SECURITY-VIOLATION-RECORD.                                   26/10/15
001300     02  SV-DATE                 PIC 9(8).                        26/10/15
001400     02  SV-TIME                 PIC 9(8).                        26/10/15
001500     02  SV-PROGRAM              PIC X(8).                        26/10/15
001600     02  SV-USER-ID              PIC X(8).                        26/10/15
001700     02  SV-AUTHORITY            PIC X.                           26/10/15
001800     02  SV-ACTION               PIC X.                           26/10/15
001900     02  SV-FORMULA-ID           PIC X(8).                        26/10/15
002000     02  SV-TABLE-ID             PIC 9(4).                        26/10/15
002100     02  SV-REASON               PIC X(30).                       26/10/15
