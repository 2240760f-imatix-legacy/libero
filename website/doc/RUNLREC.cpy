000100*----------------------------------------------------------------*26/09/02
000200*  RUNLREC.CPY - run-log record layout                           *26/09/02
000300*  SHARED BY THE NIGHTLY BATCH SUITE (CALCVAL, CALCEXEC,         *26/09/02
000400*  CALCREG, CALCHIST, CALCBAL, CALCGLEX, CALCMRGE, CALCSTMT,     *26/10/15
000410*  CALCRIDX)                                                     *26/10/15
000500*                                                                *26/09/02
000600*  EVERY RUN WRITES ONE RECORD AT START (STATUS S) AND ONE AT   * 26/09/02
000700*  SUCCESSFUL END (STATUS C, WITH THE RUN'S COUNTS).  A NEW     * 26/09/02
000800*  RUN REFUSES TO START WHEN A COMPLETE RECORD FOR THE SAME     * 26/09/02
000900*  PROGRAM AND BUSINESS DATE EXISTS, UNLESS THE RUN CONTROL'S   * 26/09/02
001000*  RERUN FLAG IS SET.                                           * 26/09/02
001010*  CALCBAL WRITES NO START RECORD - ITS ONE RECORD CARRIES THE   *26/10/15
001020*  BALANCING OUTCOME AS STATUS P (PASSED) OR F (FAILED).         *26/10/15
001030*  A PARTITION OF A PARTITIONED CALCEXEC RUN LOGS UNDER CALCEX   *26/10/15
001040*  AND ITS TWO-DIGIT PARTITION NUMBER (CALCEX01, CALCEX02 ...),  *26/10/15
001050*  SO EACH PARTITION STARTS, RESTARTS AND COMPLETES ON ITS OWN.  *26/10/15
001060*  CALCMRGE, WHICH MERGES THE PARTITIONS, ENDS WITH STATUS F     *26/10/15
001070*  INSTEAD OF C WHEN IT REFUSES TO MERGE.                        *26/10/15
001100*----------------------------------------------------------------*26/09/02
001200                                                                  26/09/02
001300 01  RUN-LOG-RECORD.                                              26/09/02
001800     02  RL-STATUS               PIC X.                           26/09/02
001900         88  RL-STATUS-IS-START             VALUE "S".            26/09/02
002000         88  RL-STATUS-IS-COMPLETE          VALUE "C".            26/09/02
002010         88  RL-STATUS-IS-PASSED            VALUE "P".            26/10/15
002020         88  RL-STATUS-IS-FAILED            VALUE "F".            26/10/15
002100     02  RL-COUNT-READ           PIC 9(7).                        26/09/02
002200     02  RL-COUNT-WRITTEN        PIC 9(7).                        26/09/02
002300     02  RL-COUNT-ERRORS         PIC 9(7).                        26/09/02
