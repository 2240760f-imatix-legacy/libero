000100*----------------------------------------------------------------*26/09/02
000200*  PENDREC.CPY - pending formula change record layout            *26/09/02
000300*  SHARED BY CALCFMNT (SUBMISSION), CALCAPPR (APPROVAL) AND      *26/10/15
000310*  CALCIMPA (IMPACT ANALYSIS)                                    *26/10/15
000400*                                                                *26/09/02
000500*  EVERY MAINTENANCE TRANSACTION LANDS HERE FIRST, KEYED ON A   * 26/09/02
000600*  SEQUENCE NUMBER ASSIGNED AT SUBMISSION.  A SECOND PERSON     * 26/09/02
