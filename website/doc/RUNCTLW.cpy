002100     02  RC-HOLD-KEY-LO           PIC X(16)  VALUE SPACE.         26/09/02
002200     02  RC-HOLD-KEY-HI           PIC X(16)  VALUE SPACE.         26/09/02
002300     02  RC-HOLD-RERUN-FLAG       PIC X      VALUE SPACE.         26/09/02
002301     02  RC-PARTITION-MAX         PIC 9(2)   VALUE 8.             26/10/15
002310     02  RC-HOLD-PARTITION-NBR    PIC 9(2)   VALUE ZERO.          26/10/15
002320     02  RC-HOLD-PARTITION-COUNT  PIC 9(2)   VALUE ZERO.          26/10/15
002400     02  RC-LOG-STATUS            PIC X      VALUE SPACE.         26/09/02
002500     02  RC-LOG-READ              PIC 9(7)   VALUE ZERO.          26/09/02
002600     02  RC-LOG-WRITTEN           PIC 9(7)   VALUE ZERO.          26/09/02
