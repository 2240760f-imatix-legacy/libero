000100*----------------------------------------------------------------*26/09/02
000200*  GLMAPREC.CPY - GL posting mapping record layout               *26/09/02
000300*  SHARED BY CALCGLEX (EXTRACT), CALCGMNT (MAINTENANCE),         *26/10/15
000310*  CALCBAL (BALANCING) AND CALCSTMT (STATEMENT)                  *26/10/15
000400*                                                                *26/09/02
000500*  ONE RECORD PER FORMULA ID, KEYED ON THE FORMULA ID: THE GL   * 26/09/02
000600*  ACCOUNT AND COST CENTRE ITS RESULTS ARE POSTED TO.           * 26/09/02
