000100*----------------------------------------------------------------*26/10/15
000200*  GLLEDREC.CPY - GL posting ledger record layout                *26/10/15
000300*  SHARED BY CALCGLEX (EXTRACT)                                  *26/10/15
000400*                                                                *26/10/15
000500*  ONE RECORD PER DETAIL POSTING SENT TO THE GL, KEYED ON THE    *26/10/15
000600*  BUSINESS AS-OF DATE, FORMULA ID AND INPUT KEY, SO ONE DATE'S  *26/10/15
000700*  POSTINGS READ TOGETHER IN KEY ORDER.  THE GL ACCOUNT AND      *26/10/15
000800*  COST CENTRE ARE THE ONES ACTUALLY POSTED TO; WHEN THE DATE    *26/10/15
000900*  IS RERUN CALCGLEX REVERSES EXACTLY THESE AMOUNTS TO EXACTLY   *26/10/15
001000*  THESE ACCOUNTS, WHATEVER THE MAPPING SAYS BY THEN, AND        *26/10/15
001100*  REPLACES THE DATE'S ENTRIES WITH THE NEW POSTINGS.            *26/10/15
001200*----------------------------------------------------------------*26/10/15
001300                                                                  26/10/15
001400 01  GL-LEDGER-RECORD.                                            26/10/15
001500     02  LG-LEDGER-KEY.                                           26/10/15
001600         03  LG-AS-OF-DATE       PIC 9(8).                        26/10/15
001700         03  LG-FORMULA-ID       PIC X(8).                        26/10/15
001800         03  LG-INPUT-KEY        PIC X(16).                       26/10/15
001900     02  LG-GL-ACCOUNT           PIC 9(8).                        26/10/15
002000     02  LG-COST-CENTRE          PIC X(6).                        26/10/15
002100     02  LG-AMOUNT               PIC S9(9)V9(9).                  26/10/15
002200     02  LG-POSTED-DATE          PIC 9(8).                        26/10/15
