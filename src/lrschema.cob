002200! 	     -opt:animate_log=f- trace to file f, not DISPLAY (no)	26/08/09
002202! 	     -opt:coverage_log=f- state/event coverage to f (no)	26/08/22
002203! 	     -opt:test_script=f - scripted-event test driver (no)	26/08/22
002205! 	     -opt:session=yes  - session context from caller (no)	26/10/15
002300! 								95/03/27
002400! 	     I recommend that your dialog carries the program	95/03/27
002500!              name followed by 'd', with extension '.l'.         95/03/27
002600! 								95/03/27
002700! 	     Assumes linkage section in $SOURCE\R.$ext. 	95/12/08
002702! 	     With -opt:session=yes (called model only), also	26/10/15
002704! 	     builds $SOURCE\S.$ext, the session context that	26/10/15
002706! 	     the caller passes with every call.	26/10/15
002800! 								95/03/27
002900!  FSM Code Generator.  Copyright (c) 1991-97 iMatix.		95/12/18
003000! 								95/03/27
005600:declare string animate_log = ""     # file for animate trace     26/08/09
005602:declare string coverage_log = ""    # file for coverage report	26/08/22
005603:declare string test_script = ""     # event script = test driver	26/08/22
005605:declare string session = "no"        # dialog state held by caller	26/10/15
005607:declare int stack_max = 20           # subdialog stack size	26/10/15
005700:set animate_file_name = "$animate_log"	26/08/09
005800:if "$animate_log" = ""	26/08/09
005900:set animate_file_name = "$SOURCE-ANIMATE"	26/08/09
006600:    echo "lr E: dialog cannot have same name as source file"     95/04/01
006700:    exit 1							95/04/01
006800:endif								95/03/31
006802	26/10/15
006804!  Session context is for called programs; events come from caller	26/10/15
006806	26/10/15
006808:if "$session" = "yes"	26/10/15
006810:    if "$model" != "called"	26/10/15
006812:        echo "lr E: -opt:session=yes needs -opt:model=called"	26/10/15
006814:        exit 1	26/10/15
006816:    endif	26/10/15
006818:    if "$test_script" != ""	26/10/15
006820:        echo "lr E: -opt:test_script cannot run with -opt:session=yes"	26/10/15
006822:        exit 1	26/10/15
006824:    endif	26/10/15
006826:endif	26/10/15
006900									95/03/31
007000!  Generate skeleton program if none already exists		95/03/29
007100									95/03/31
009100 INPUT-OUTPUT SECTION.	26/08/09
009200 FILE-CONTROL.	26/08/09
009300     SELECT OPTIONAL LR--RESTART-FILE	26/08/09
009302:if "$session" = "yes"	26/10/15
009304         ASSIGN TO LR--RESTART-FILE-NAME	26/10/15
009306:else	26/10/15
009400         ASSIGN TO "$SOURCE-RESTART"	26/08/09
009402:endif	26/10/15
009500         ORGANIZATION IS SEQUENTIAL.	26/08/09
009600     SELECT OPTIONAL LR--ANIMATE-FILE	26/08/09
009700         ASSIGN TO LR--ANIMATE-FILE-NAME	26/08/09
010900	26/08/09
011000 FD  LR--ANIMATE-FILE	26/08/09
011100     LABEL RECORDS ARE STANDARD.	26/08/09
011102:if "$session" = "yes"	26/10/15
011104 01  LR--ANIMATE-RECORD      PIC X(97).	26/10/15
011106:else	26/10/15
011200 01  LR--ANIMATE-RECORD      PIC X(80).	26/08/09
011201:endif	26/10/15
011202	26/08/22
011204 FD  LR--COVERAGE-FILE	26/08/22
011206     LABEL RECORDS ARE STANDARD.	26/08/22
011502     01  LR--COVERAGE-FILE-NAME PIC X(80) VALUE SPACES.	26/08/22
011503     01  LR--SCRIPT-FILE-NAME   PIC X(80) VALUE SPACES.	26/08/22
011504     01  LR--RESULTS-FILE-NAME  PIC X(80) VALUE SPACES.	26/08/22
011506     01  LR--RESTART-FILE-NAME  PIC X(80) VALUE SPACES.	26/10/15
011600:include optional $template "<DATA>" "<END>"                      95/12/18
011700									95/12/18
011800*DIALOG DATA AND INTERPRETER.					95/03/29
017300:close								95/12/08
017400:endif								95/12/08
017500:endif								96/04/03
017502:if "$session" = "yes"	26/10/15
017504:echo "lr I: building session context copybook $SOURCE\S.$ext..."	26/10/15
017506:output $SOURCE\S.$ext	26/10/15
017508*    Session context for calling $SOURCE	26/10/15
017510*	26/10/15
017512*    Generated: $date	Libero $version	26/10/15
017514*    Rebuilt with $DIALOG.$ext - do not edit.	26/10/15
017516*	26/10/15
017518*    To use:    keep one $SOURCE-CONTEXT for each session.	26/10/15
017520*               Before the first call put the session id in	26/10/15
017522*               $SOURCE-SESSION-ID and SPACE in	26/10/15
017524*               $SOURCE-SESSION-STATUS.  For each event	26/10/15
017526*               CALL "$SOURCE"	26/10/15
017528*		  USING $SOURCE-CONTROL $SOURCE-CONTEXT	26/10/15
017530*               and pass the same area, unchanged, on the	26/10/15
017532*               next call for that session.	26/10/15
017534*	26/10/15
017536*    Returns:   $SOURCE-SESSION-ACTIVE when the dialog wants	26/10/15
017538*               its next event, $SOURCE-SESSION-ENDED when	26/10/15
017540*               the dialog has terminated.  A call with a	26/10/15
017542*               new or ended area starts a new conversation.	26/10/15
017544*	26/10/15
017546 01  $SOURCE-CONTEXT.	26/10/15
017548*CONTEXT	26/10/15
017550	   02  $SOURCE-SESSION-ID      PIC X(16).	26/10/15
017552	   02  $SOURCE-SESSION-STATUS  PIC X.	26/10/15
017554	       88  $SOURCE-SESSION-NEW     VALUE SPACE.	26/10/15
017556	       88  $SOURCE-SESSION-ACTIVE  VALUE "A".	26/10/15
017558	       88  $SOURCE-SESSION-ENDED   VALUE "E".	26/10/15
017560	   02  $SOURCE-CTX-STATE       PIC S9(3)  COMP.	26/10/15
017562	   02  $SOURCE-CTX-EVENT       PIC S9(3)  COMP.	26/10/15
017564	   02  $SOURCE-CTX-NEXT-EVENT  PIC S9(3)  COMP.	26/10/15
017566:if module "Dialog-Call"	26/10/15
017568	   02  $SOURCE-CTX-STACK-SIZE  PIC S9(3)  COMP.	26/10/15
017570	   02  $SOURCE-CTX-STACK       PIC S9(3)  COMP	26/10/15
017572					  OCCURS $stack_max.	26/10/15
017574:endif	26/10/15
017576:if "$coverage_log" != ""	26/10/15
017578	   02  $SOURCE-CTX-COVERAGE.	26/10/15
017580	       03  FILLER			  OCCURS $states TIMES.	26/10/15
017582	           04  $SOURCE-CTX-COV-COUNT PIC S9(7) COMP	26/10/15
017584					  OCCURS $events TIMES.	26/10/15
017586:endif	26/10/15
017588:include optional $template "<Session-Data>" "<END>"	26/10/15
017590:close	26/10/15
017592:endif	26/10/15
017600									95/03/31
017700:output $DIALOG.$ext						95/03/29
017800:echo "lr I: building $DIALOG.$ext..."                            95/03/31
021614	   02  LR--SCRIPT-EVENT-NAME  PIC X(30) VALUE SPACE.	26/08/22
021615	   02  LR--SCRIPT-X           PIC S9(3) COMP VALUE ZERO.	26/08/22
021616:endif	26/08/22
021618:if "$session" = "yes"	26/10/15
021620	   02  LR--SESSION-WAIT       PIC X     VALUE SPACE.	26/10/15
021622	       88  LR--SESSION-WAITING          VALUE "Y".	26/10/15
021624	   02  LR--SESSION-X          PIC S9(3) COMP VALUE ZERO.	26/10/15
021626:endif	26/10/15
021700:if module "Dialog-Call"                                          95/11/02
021800:  if not event "Return"                                          95/11/02
021900:     echo "lr E: you must define the 'Return' event              95/11/02
022000:     exit 1							95/11/02
022100:  endif								95/11/02
022300:  declare string stack_overflow = "stop"  # stop | reject		26/08/09
022400:  if "$stack_overflow" = "reject"				26/08/09
022500:    if not event "Overflow"					26/08/09
038900 01  PROGRAM-CONTROL.						95/03/31
039000:include "$SOURCE\R.$ext" "*CONTENTS"                             95/04/26
039100									95/03/31
039102:if "$session" = "yes"	26/10/15
039104 01  LR--SESSION-CONTEXT.	26/10/15
039106:include "$SOURCE\S.$ext" "*CONTEXT"	26/10/15
039108	26/10/15
039110 PROCEDURE DIVISION	26/10/15
039112	   USING PROGRAM-CONTROL LR--SESSION-CONTEXT	26/10/15
039114	   .	26/10/15
039116:else	26/10/15
039200 PROCEDURE DIVISION						95/03/31
039300	   USING PROGRAM-CONTROL					95/03/31
039400	   .								95/03/31
039402:endif	26/10/15
039500:else								95/03/31
039600:  echo "lr E: invalid /option - use /opt:model=[main|called]"    95/06/25
039700:  exit 1 							95/03/31
039800:endif all							95/03/31
039900									95/03/29
040000 LR--BEGIN-PROGRAM.						95/03/29
040002:if "$session" = "yes"	26/10/15
040004	   PERFORM LR--RESTORE-SESSION	26/10/15
040006	     THRU LR--RESTORE-SESSION-EXIT	26/10/15
040008:else	26/10/15
040100	   MOVE  +1  TO LR--STATE					95/11/02
040200:if module "Dialog-Call"                                          95/11/02
040300	   MOVE ZERO TO LR--STACK-SIZE					95/11/02
040400:endif								95/11/02
040402:endif	26/10/15
040500:if "$animate_log" != ""					26/08/09
040600	   MOVE "$animate_file_name" TO LR--ANIMATE-FILE-NAME	26/08/09
040700	   OPEN EXTEND LR--ANIMATE-FILE				26/08/09
040800:endif								26/08/09
040802:if "$coverage_log" != ""	26/08/22
040803:if "$session" != "yes"	26/10/15
040804	   MOVE "$coverage_log" TO LR--COVERAGE-FILE-NAME	26/08/22
040806	   PERFORM LR--CLEAR-COVERAGE-ROW	26/08/22
040808	     VARYING LR--COV-STATE FROM 1 BY 1	26/08/22
040810	       UNTIL LR--COV-STATE > $states	26/08/22
040811:endif	26/10/15
040812:endif	26/08/22
040813:if "$test_script" != ""	26/08/22
040814	   MOVE "$test_script" TO LR--SCRIPT-FILE-NAME	26/08/22
040816	   OPEN INPUT  LR--SCRIPT-FILE	26/08/22
040817	   OPEN OUTPUT LR--RESULTS-FILE	26/08/22
040818:endif	26/08/22
040820:if "$session" = "yes"	26/10/15
040822	   IF $SOURCE-SESSION-ACTIVE	26/10/15
040824	       PERFORM LR--RESUME-SESSION	26/10/15
040826	   ELSE	26/10/15
040828	       PERFORM LR--START-SESSION	26/10/15
040830	   .	26/10/15
040832	   MOVE SPACE TO LR--SESSION-WAIT	26/10/15
040834	   PERFORM LR--EXECUTE-DIALOG	26/10/15
040836	     UNTIL THE-NEXT-EVENT = TERMINATE-EVENT	26/10/15
040838	        OR LR--SESSION-WAITING	26/10/15
040840	   PERFORM LR--SAVE-SESSION	26/10/15
040842:else	26/10/15
040900:if "$checkpoint" = "yes"					26/08/09
041000	   PERFORM LR--RESTORE-CHECKPOINT				26/08/09
041100	     THRU LR--RESTORE-CHECKPOINT-EXIT				26/08/09
042000:if "$checkpoint" = "yes"					26/08/09
042100	   PERFORM LR--CLEAR-CHECKPOINT				26/08/09
042200:endif								26/08/09
042202:endif	26/10/15
042300	   .								95/03/29
042400 LR--END-PROGRAM. 						95/10/01
042500:if "$animate_log" != ""					26/08/09
042600	   CLOSE LR--ANIMATE-FILE					26/08/09
042700:endif								26/08/09
042702:if "$coverage_log" != ""	26/08/22
042703:if "$session" != "yes"	26/10/15
042704	   PERFORM LR--WRITE-COVERAGE-REPORT	26/08/22
042705:endif	26/10/15
042706:endif	26/08/22
042707:if "$test_script" != ""	26/08/22
042708	   CLOSE LR--SCRIPT-FILE	26/08/22
047000	   CLOSE LR--RESTART-FILE					26/08/09
047100	   .								26/08/09
047200:endif								26/08/09
047201	26/10/15
047202:if "$session" = "yes"	26/10/15
047203*********************   SESSION CONTEXT   **********************	26/10/15
047204	26/10/15
047205*   ALL DIALOG STATE FOR A CONVERSATION LIVES IN THE CALLER'S	26/10/15
047206*   SESSION CONTEXT BETWEEN CALLS.  EACH CALL RESTORES IT, RUNS	26/10/15
047207*   THE DIALOG UNTIL IT WANTS ITS NEXT EXTERNAL EVENT OR ENDS,	26/10/15
047208*   AND SAVES IT AGAIN, SO ONE COPY OF THE PROGRAM CAN SERVE	26/10/15
047209*   MANY SESSIONS IN TURN.  RESTART AND COVERAGE FILES CARRY	26/10/15
047210*   THE SESSION ID; ANIMATE LINES ARE TAGGED WITH IT.	26/10/15
047211 LR--RESTORE-SESSION.	26/10/15
047212:if "$checkpoint" = "yes"	26/10/15
047213	   MOVE SPACES TO LR--RESTART-FILE-NAME	26/10/15
047214	   STRING "$SOURCE-RESTART-"  DELIMITED BY SIZE	26/10/15
047215	          $SOURCE-SESSION-ID  DELIMITED BY SPACE	26/10/15
047216	       INTO LR--RESTART-FILE-NAME	26/10/15
047217:endif	26/10/15
047218:if "$coverage_log" != ""	26/10/15
047219	   MOVE SPACES TO LR--COVERAGE-FILE-NAME	26/10/15
047220	   STRING "$coverage_log-"    DELIMITED BY SIZE	26/10/15
047221	          $SOURCE-SESSION-ID  DELIMITED BY SPACE	26/10/15
047222	       INTO LR--COVERAGE-FILE-NAME	26/10/15
047223:endif	26/10/15
047224	   IF NOT $SOURCE-SESSION-ACTIVE	26/10/15
047225	       GO TO LR--RESTORE-SESSION-EXIT	26/10/15
047226	   .	26/10/15
047227	   MOVE $SOURCE-CTX-STATE      TO LR--STATE	26/10/15
047228	   MOVE $SOURCE-CTX-EVENT      TO LR--EVENT	26/10/15
047229	   MOVE $SOURCE-CTX-NEXT-EVENT TO THE-NEXT-EVENT	26/10/15
047230:if module "Dialog-Call"	26/10/15
047231	   MOVE $SOURCE-CTX-STACK-SIZE TO LR--STACK-SIZE	26/10/15
047232	   PERFORM LR--RESTORE-STACK-ENTRY	26/10/15
047233	     VARYING LR--SESSION-X FROM 1 BY 1	26/10/15
047234	       UNTIL LR--SESSION-X > LR--STACK-SIZE	26/10/15
047235:endif	26/10/15
047236:if "$coverage_log" != ""	26/10/15
047237	   MOVE $SOURCE-CTX-COVERAGE TO LR--COVERAGE-COUNTS	26/10/15
047238:endif	26/10/15
047239:include optional $template "<Restore-Session-Data>" "<END>"	26/10/15
047240	   .	26/10/15
047241 LR--RESTORE-SESSION-EXIT.	26/10/15
047242	   EXIT	26/10/15
047243	   .	26/10/15
047244	26/10/15
047245 LR--START-SESSION.	26/10/15
047246	   MOVE +1 TO LR--STATE	26/10/15
047247:if module "Dialog-Call"	26/10/15
047248	   MOVE ZERO TO LR--STACK-SIZE	26/10/15
047249:endif	26/10/15
047250:if "$coverage_log" != ""	26/10/15
047251	   PERFORM LR--CLEAR-COVERAGE-ROW	26/10/15
047252	     VARYING LR--COV-STATE FROM 1 BY 1	26/10/15
047253	       UNTIL LR--COV-STATE > $states	26/10/15
047254:endif	26/10/15
047255:if "$checkpoint" = "yes"	26/10/15
047256	   PERFORM LR--RESTORE-CHECKPOINT	26/10/15
047257	     THRU LR--RESTORE-CHECKPOINT-EXIT	26/10/15
047258	   IF NOT LR--RESUMING-FROM-CHECKPOINT	26/10/15
047259	       PERFORM INITIALISE-THE-PROGRAM	26/10/15
047260:else	26/10/15
047261	   PERFORM INITIALISE-THE-PROGRAM	26/10/15
047262:endif	26/10/15
047263	   .	26/10/15
047264	26/10/15
047265:endif	26/10/15
047300									26/08/09
047301:if "$session" = "yes"	26/10/15
047302 LR--RESUME-SESSION.	26/10/15
047303	   PERFORM GET-EXTERNAL-EVENT	26/10/15
047304:if check	26/10/15
047305	   IF THE-NEXT-EVENT = LR--NULL-EVENT	26/10/15
047306         DISPLAY "No event set on resuming state " LR--STATE	26/10/15
047307:  if "$console" != ""	26/10/15
047308		   $console	26/10/15
047309:  endif	26/10/15
047310	       PERFORM LR--STOP-PROGRAM	26/10/15
047311:endif	26/10/15
047312	   .	26/10/15
047313	26/10/15
047314 LR--SAVE-SESSION.	26/10/15
047315	   MOVE LR--STATE      TO $SOURCE-CTX-STATE	26/10/15
047316	   MOVE LR--EVENT      TO $SOURCE-CTX-EVENT	26/10/15
047317	   MOVE THE-NEXT-EVENT TO $SOURCE-CTX-NEXT-EVENT	26/10/15
047318:if module "Dialog-Call"	26/10/15
047319	   MOVE LR--STACK-SIZE TO $SOURCE-CTX-STACK-SIZE	26/10/15
047320	   PERFORM LR--SAVE-STACK-ENTRY	26/10/15
047321	     VARYING LR--SESSION-X FROM 1 BY 1	26/10/15
047322	       UNTIL LR--SESSION-X > LR--STACK-SIZE	26/10/15
047323:endif	26/10/15
047324:if "$coverage_log" != ""	26/10/15
047325	   MOVE LR--COVERAGE-COUNTS TO $SOURCE-CTX-COVERAGE	26/10/15
047326:endif	26/10/15
047327:include optional $template "<Save-Session-Data>" "<END>"	26/10/15
047328	   IF THE-NEXT-EVENT = TERMINATE-EVENT	26/10/15
047329	       MOVE "E" TO $SOURCE-SESSION-STATUS	26/10/15
047330:if "$checkpoint" = "yes"	26/10/15
047331	       PERFORM LR--CLEAR-CHECKPOINT	26/10/15
047332:endif	26/10/15
047333:if "$coverage_log" != ""	26/10/15
047334	       PERFORM LR--WRITE-COVERAGE-REPORT	26/10/15
047335:endif	26/10/15
047336	   ELSE	26/10/15
047337	       MOVE "A" TO $SOURCE-SESSION-STATUS	26/10/15
047338	   .	26/10/15
047339	26/10/15
047340:if module "Dialog-Call"	26/10/15
047341 LR--RESTORE-STACK-ENTRY.	26/10/15
047342	   MOVE $SOURCE-CTX-STACK (LR--SESSION-X)	26/10/15
047343	     TO LR--STACK (LR--SESSION-X)	26/10/15
047344	   .	26/10/15
047345	26/10/15
047346 LR--SAVE-STACK-ENTRY.	26/10/15
047347	   MOVE LR--STACK (LR--SESSION-X)	26/10/15
047348	     TO $SOURCE-CTX-STACK (LR--SESSION-X)	26/10/15
047349	   .	26/10/15
047350:endif	26/10/15
047351:endif	26/10/15
047400									95/10/01
047500 LR--EXECUTE-DIALOG.						95/03/29
047600	   MOVE THE-NEXT-EVENT TO LR--EVENT				95/03/29
049600:if animate							95/10/01
049700:  if "$animate_log" = ""					26/08/09
049800     DISPLAY " "                                                  95/11/05
049802:  if "$session" = "yes"	26/10/15
049804     DISPLAY $SOURCE-SESSION-ID " " LR--SNAME (LR--STATE) ":"	26/10/15
049806:  else	26/10/15
049900     DISPLAY LR--SNAME (LR--STATE) ":"                            95/10/01
049902:  endif	26/10/15
050000:  if "$console" != ""                                            95/10/01
050100		   $console						95/10/01
050200:  endif								95/10/01
054602	   PERFORM LR--WRITE-RESULT-LINE	26/08/22
054603:endif	26/08/22
054700	   IF THE-NEXT-EVENT = LR--NULL-EVENT				95/03/29
054702:if "$session" = "yes"	26/10/15
054704	       MOVE "Y" TO LR--SESSION-WAIT	26/10/15
054706:else	26/10/15
054800:if "$test_script" != ""	26/08/22
054801	       PERFORM LR--GET-SCRIPT-EVENT	26/08/22
054802		 THRU LR--GET-SCRIPT-EVENT-EXIT	26/08/22
055500:  endif								95/10/01
055600		   PERFORM LR--STOP-PROGRAM				95/11/04
055700:endif								96/02/03
055702:endif	26/10/15
055800	   .								95/03/29
055900: 								95/03/29
056000:declare int    modto	       # last of group of 10		95/08/07
066000 LR--WRITE-ANIMATE-LINE.	26/08/09
066100	   ACCEPT LR--ANIMATE-TIME FROM TIME	26/08/09
066200	   MOVE SPACES TO LR--ANIMATE-RECORD	26/08/09
066202:if "$session" = "yes"	26/10/15
066204	   STRING LR--ANIMATE-TIME " " $SOURCE-SESSION-ID " "	26/10/15
066206	          LR--ANIMATE-TEXT	26/10/15
066208:else	26/10/15
066300	   STRING LR--ANIMATE-TIME " " LR--ANIMATE-TEXT	26/08/09
066302:endif	26/10/15
066400	       DELIMITED BY SIZE INTO LR--ANIMATE-RECORD	26/08/09
066500	   WRITE LR--ANIMATE-RECORD	26/08/09
066600	   .	26/08/09
