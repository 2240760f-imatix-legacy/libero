000100*----------------------------------------------------------------*26/10/15
000200*  AUTHCHKW.CPY - work areas for user authority checking.  SEE   *26/10/15
000300*  AUTHCHK.CPY FOR THE PARAGRAPHS THAT USE THEM.  THE HOST MOVES *26/10/15
000400*  ITS OWN PROGRAM-ID TO UC-PROGRAM-NAME BEFORE THE FIRST CALL.  *26/10/15
000500*----------------------------------------------------------------*26/10/15
000600                                                                  26/10/15
000700 01  UC-CHECK-AREAS.                                              26/10/15
000800     02  UC-AUTH-SWITCH           PIC X      VALUE SPACE.         26/10/15
000900         88  USER-IS-AUTHORIZED              VALUE "Y".           26/10/15
001000     02  UC-LIMIT-SWITCH          PIC X      VALUE SPACE.         26/10/15
001100         88  TABLES-ARE-LIMITED              VALUE "Y".           26/10/15
001200     02  UC-LISTED-SWITCH         PIC X      VALUE SPACE.         26/10/15
001300         88  TABLE-IS-LISTED                 VALUE "Y".           26/10/15
001310     02  UC-TABLE-SWITCH          PIC X      VALUE SPACE.         26/10/15
001320         88  TABLE-IS-INVOLVED               VALUE "Y".           26/10/15
001400     02  UC-PROGRAM-NAME          PIC X(8)   VALUE SPACE.         26/10/15
001500     02  UC-USER-ID               PIC X(8)   VALUE SPACE.         26/10/15
001600     02  UC-AUTHORITY             PIC X      VALUE SPACE.         26/10/15
001700     02  UC-ACTION                PIC X      VALUE SPACE.         26/10/15
001800     02  UC-FORMULA-ID            PIC X(8)   VALUE SPACE.         26/10/15
001900     02  UC-TABLE-ID              PIC 9(4)   VALUE ZERO.          26/10/15
002000     02  UC-REASON                PIC X(30)  VALUE SPACE.         26/10/15
002100     02  UC-TODAY                 PIC 9(8)   VALUE ZERO.          26/10/15
002200     02  UC-INDEX                 PIC S9(4)  COMP VALUE ZERO.     26/10/15
002300     02  UC-VIOLATIONS            PIC S9(7)  COMP VALUE ZERO.     26/10/15
