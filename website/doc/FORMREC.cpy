000870*  THE TOLERANCE IS THE LARGEST RESULT DIFFERENCE THE           * 26/08/22
000880*  RECONCILIATION RUN (CALCREG) ACCEPTS WITHOUT REPORTING       * 26/08/22
000890*  WHEN THIS FORMULA IS CHANGED.  ZERO REPORTS EVERY CHANGE.    * 26/08/22
000891*  CALCVAR APPLIES IT TO MOVES BETWEEN TWO AS-OF DATES.         * 26/10/15
000892*                                                               * 26/09/02
000893*  EACH CHAIN REFERENCE NAMES ANOTHER FORMULA WHOSE RESULT FOR  * 26/09/02
000894*  THE SAME INPUT RECORD IS LOADED INTO THE NAMED VARIABLE      * 26/09/02
