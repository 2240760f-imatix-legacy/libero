000100*----------------------------------------------------------------*26/09/02
000200*  RUNCREC.CPY - run-control record layout                       *26/09/02
000300*  SHARED BY THE NIGHTLY BATCH SUITE (CALCVAL, CALCEXEC,         *26/09/02
000400*  CALCREG, CALCHIST, CALCBAL, CALCGLEX, CALCMRGE, CALCSTMT,     *26/10/15
000410*  CALCRIDX)                                                     *26/10/15
000500*                                                                *26/09/02
000600*  ONE RECORD, PREPARED BY OPERATIONS BEFORE THE NIGHTLY RUN:    *26/09/02
000700*  THE BUSINESS AS-OF DATE EVERY PROGRAM MUST USE, OPTIONAL     * 26/09/02
000800*  FORMULA-ID AND INPUT-KEY RANGES (SPACES MEAN NO BOUND), AND  * 26/09/02
000900*  THE RERUN FLAG THAT AUTHORIZES RUNNING A BUSINESS DATE THAT  * 26/09/02
001000*  ALREADY COMPLETED.                                           * 26/09/02
001010*                                                                *26/10/15
001020*  A PARTITIONED EVALUATION RUNS SEVERAL COPIES OF CALCEXEC AT   *26/10/15
001030*  ONCE, EACH WITH ITS OWN RECORD GIVING ITS PARTITION NUMBER,   *26/10/15
001040*  THE NUMBER OF PARTITIONS AND ITS OWN INPUT-KEY RANGE.  THE    *26/10/15
001050*  MERGE STEP (CALCMRGE) RUNS ON A RECORD WITH PARTITION NUMBER  *26/10/15
001060*  ZERO AND THE PARTITION COUNT.  ZERO OR SPACES IN BOTH MEAN AN *26/10/15
001070*  ORDINARY SINGLE-STREAM RUN.                                   *26/10/15
001100*----------------------------------------------------------------*26/09/02
001200                                                                  26/09/02
001300 01  RUN-CONTROL-RECORD.                                          26/09/02
001800     02  RC-INPUT-KEY-HI         PIC X(16).                       26/09/02
001900     02  RC-RERUN-FLAG           PIC X.                           26/09/02
002000         88  RC-RERUN-AUTHORIZED            VALUE "Y".            26/09/02
002100     02  RC-PARTITION-NBR        PIC 9(2).                        26/10/15
002200     02  RC-PARTITION-COUNT      PIC 9(2).                        26/10/15
