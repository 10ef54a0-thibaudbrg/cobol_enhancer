000290*
000300*AN INCLUDED MEMBER MUST BE ALLOCATED IN THIS JOB'S JCL TO A DD
000310*NAMED AS THE MEMBER ITSELF, EXACTLY AS FOR READCARD.
JDM032*
JDM032*THE VALUE OF A CARD WHOSE KEYWORD IS FLAGGED SENSITIVE ON
JDM032*PARMDICT IS ECHOED MASKED (PARMMASK), AS READCARD ECHOES IT.
JDM033*
JDM033*THE BUSINESS DAY SYMBOLS &PRVBDAY, &NXTBDAY, &FSTBDAY AND
JDM033*&LSTBDAY ARE RESOLVED FROM THE BUSINESS CALENDAR (PARMCAL,
JDM033*DD BUSCAL) AGAINST RUNDATE, AS READCARD RESOLVES THEM. A
JDM033*CALENDAR PARMCAL CANNOT USE IS LISTED ONCE AS AN ERROR AND
JDM033*THE SYMBOLS ARE LEFT AS THEY ARE.
************************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000930     05  PARAMETERS    PIC X(80).
000940     05  FILLER        PIC X(53) VALUE IS SPACES.
************************************************************************
JDM032*    SENSITIVE-VALUE MASKING REQUEST - SEE PARMMASK - AND THE
JDM032*    ECHO OF A CARD WITH ITS VALUE MASKED
************************************************************************
JDM032 01  PMSK-REQUEST.
JDM032     05  PMSK-APPL     PIC X(8).
JDM032     05  PMSK-CARD     PIC X(80).
JDM032     05  PMSK-MASKED   PIC X(1).
JDM032     05  PMSK-RC       PIC X(1).
JDM032     05  PMSK-MESSAGE  PIC X(80).
JDM032 01  ECHO-LINE.
JDM032     05  ECHO-CARD     PIC X(80).
JDM032     05  FILLER        PIC X(53) VALUE IS SPACES.
************************************************************************
JDM033*    BUSINESS DAY SYMBOLS AND THE CALENDAR REQUEST - SEE
JDM033*    PARMCAL. WS-BDAY-DONE IS N UNTIL THE FIRST CARD USING A
JDM033*    SYMBOL, THEN Y, OR E WHEN THE CALENDAR COULD NOT BE USED
************************************************************************
JDM033 77  WS-BDAY-DONE  PIC X(1) VALUE 'N'.
JDM033 77  WS-BDAY-TALLY PIC 9(4) COMP.
JDM033 01  WS-PRV-BDAY   PIC 9(8).
JDM033 01  WS-PRV-BDAY-X REDEFINES WS-PRV-BDAY PIC X(8).
JDM033 01  WS-NXT-BDAY   PIC 9(8).
JDM033 01  WS-NXT-BDAY-X REDEFINES WS-NXT-BDAY PIC X(8).
JDM033 01  WS-FST-BDAY   PIC 9(8).
JDM033 01  WS-FST-BDAY-X REDEFINES WS-FST-BDAY PIC X(8).
JDM033 01  WS-LST-BDAY   PIC 9(8).
JDM033 01  WS-LST-BDAY-X REDEFINES WS-LST-BDAY PIC X(8).
JDM033 01  PCAL-REQUEST.
JDM033     05  PCAL-FUNC     PIC X(1).
JDM033     05  PCAL-DATE     PIC 9(8).
JDM033     05  PCAL-RESULT   PIC 9(8).
JDM033     05  PCAL-BUSDAY   PIC X(1).
JDM033     05  PCAL-HOLIDAY  PIC X(1).
JDM033     05  PCAL-MTHEND   PIC X(1).
JDM033     05  PCAL-QTREND   PIC X(1).
JDM033     05  PCAL-RC       PIC X(1).
JDM033     05  PCAL-MESSAGE  PIC X(80).
************************************************************************
000960*    REQUEST AREA FOR THE PARMCHK DICTIONARY VALIDATION MODULE
000970*    (SEE PARMCHK FOR THE FUNCTION CODES AND THE PARMDICT
000980*    RECORD LAYOUT)
002620     IF PARAMETERS (1:1) = '<'
002630         GO TO EFFECT-PARA
002640     END-IF.
JDM032     PERFORM ECHO-CARD-PARA.
002670     IF PARAMETERS (1:1) = '*' OR PARAMETERS = SPACES
002680         GO TO READ-PARA
002690     END-IF.
003530         OR PARAMETERS (19:1) NOT = '>'
003540         OR PARAMETERS (2:8) NOT NUMERIC
003550         OR PARAMETERS (11:8) NOT NUMERIC
JDM032         PERFORM ECHO-CARD-PARA
003580         MOVE 'CARTE INVALIDE - ATTENDU <FROM:TO>TEXT'
003590             TO VFY-ERR-TEXT
003600         PERFORM WRITE-ERR-PARA
003640     MOVE PARAMETERS (11:8) TO EFF-TO-DATE.
003650     IF WS-RUN-DATE >= EFF-FROM-DATE
003660         AND WS-RUN-DATE <= EFF-TO-DATE
JDM032         PERFORM ECHO-CARD-PARA
003690         MOVE PARAMETERS (20:61) TO EFF-CARD-TEXT
003700         MOVE EFF-CARD-TEXT TO PARAMETERS
003710         IF PARAMETERS (1:1) = '*' OR PARAMETERS = SPACES
003730         END-IF
003740         GO TO CHECK-SYNTAX-PARA
003750     END-IF.
JDM032     MOVE WS-APPL    TO PMSK-APPL.
JDM032     MOVE PARAMETERS TO PMSK-CARD.
JDM032     PERFORM MASK-PARA.
JDM032     MOVE PMSK-CARD  TO VFY-NOSEL-CARD.
003770     WRITE VFY-REC FROM VFY-NOSEL-LINE.
003780     PERFORM CHECK-VFY-STATUS.
003790     GO TO READ-PARA.
************************************************************************
004180*    RESOLVES THE SYMBOLIC VARIABLES IN THE CARD TEXT EXACTLY
004190*    AS READCARD WILL - &LYYMMDD = RUN DATE, &JOBNAME = JOB
JDM033*    NAME, &STEPNAM = STEP NAME (THE APPLICATION HERE),
JDM033*    &PRVBDAY/&NXTBDAY = PREVIOUS/NEXT BUSINESS DAY,
JDM033*    &FSTBDAY/&LSTBDAY = FIRST/LAST BUSINESS DAY OF THE MONTH
************************************************************************
004220     INSPECT PARAMETERS REPLACING ALL '&LYYMMDD'
004230         BY WS-RUN-DATE-X.
004250         BY WS-JOBNAME.
004260     INSPECT PARAMETERS REPLACING ALL '&STEPNAM'
004270         BY WS-APPL.
JDM033     MOVE ZERO TO WS-BDAY-TALLY.
JDM033     INSPECT PARAMETERS TALLYING WS-BDAY-TALLY
JDM033         FOR ALL '&PRVBDAY' ALL '&NXTBDAY'
JDM033             ALL '&FSTBDAY' ALL '&LSTBDAY'.
JDM033     IF WS-BDAY-TALLY > ZERO
JDM033         IF WS-BDAY-DONE = 'N'
JDM033             PERFORM BDAY-PARA THRU BDAY-EXIT
JDM033         END-IF
JDM033         IF WS-BDAY-DONE = 'Y'
JDM033             INSPECT PARAMETERS REPLACING ALL '&PRVBDAY'
JDM033                 BY WS-PRV-BDAY-X
JDM033             INSPECT PARAMETERS REPLACING ALL '&NXTBDAY'
JDM033                 BY WS-NXT-BDAY-X
JDM033             INSPECT PARAMETERS REPLACING ALL '&FSTBDAY'
JDM033                 BY WS-FST-BDAY-X
JDM033             INSPECT PARAMETERS REPLACING ALL '&LSTBDAY'
JDM033                 BY WS-LST-BDAY-X
JDM033         END-IF
JDM033     END-IF.
JDM033 BDAY-PARA.
************************************************************************
JDM033*    WORKS OUT THE BUSINESS DAY SYMBOLS FOR THE RUN DATE - A
JDM033*    CALENDAR ERROR IS A FINDING ON THE DECK'S SET-UP, LISTED
JDM033*    ONCE, NOT A REASON TO STOP THE CHECK
************************************************************************
JDM033     MOVE 'E' TO WS-BDAY-DONE.
JDM033     MOVE 'P' TO PCAL-FUNC.
JDM033     PERFORM CALL-CAL-PARA.
JDM033     IF PCAL-RC NOT = '0'
JDM033         GO TO BDAY-EXIT
JDM033     END-IF.
JDM033     MOVE PCAL-RESULT TO WS-PRV-BDAY.
JDM033     MOVE 'N' TO PCAL-FUNC.
JDM033     PERFORM CALL-CAL-PARA.
JDM033     IF PCAL-RC NOT = '0'
JDM033         GO TO BDAY-EXIT
JDM033     END-IF.
JDM033     MOVE PCAL-RESULT TO WS-NXT-BDAY.
JDM033     MOVE 'F' TO PCAL-FUNC.
JDM033     PERFORM CALL-CAL-PARA.
JDM033     IF PCAL-RC NOT = '0'
JDM033         GO TO BDAY-EXIT
JDM033     END-IF.
JDM033     MOVE PCAL-RESULT TO WS-FST-BDAY.
JDM033     MOVE 'L' TO PCAL-FUNC.
JDM033     PERFORM CALL-CAL-PARA.
JDM033     IF PCAL-RC NOT = '0'
JDM033         GO TO BDAY-EXIT
JDM033     END-IF.
JDM033     MOVE PCAL-RESULT TO WS-LST-BDAY.
JDM033     MOVE 'Y' TO WS-BDAY-DONE.
JDM033 BDAY-EXIT.
JDM033     EXIT.
JDM033 CALL-CAL-PARA.
JDM033     MOVE WS-RUN-DATE TO PCAL-DATE.
JDM033     CALL 'PARMCAL' USING PCAL-REQUEST.
JDM033     IF PCAL-RC NOT = '0'
JDM033         MOVE PCAL-MESSAGE TO VFY-ERR-TEXT
JDM033         PERFORM WRITE-ERR-PARA
JDM033     END-IF.
JDM032 ECHO-CARD-PARA.
************************************************************************
JDM032*    ECHOES THE CARD ON THE LISTING WITH ITS VALUE MASKED WHEN
JDM032*    THE KEYWORD IS SENSITIVE FOR THE APPLICATION
************************************************************************
JDM032     MOVE WS-APPL    TO PMSK-APPL.
JDM032     MOVE PARAMETERS TO PMSK-CARD.
JDM032     PERFORM MASK-PARA.
JDM032     MOVE PMSK-CARD  TO ECHO-CARD.
JDM032     WRITE VFY-REC FROM ECHO-LINE.
JDM032     PERFORM CHECK-VFY-STATUS.
004280 WRITE-ERR-PARA.
004290     ADD 1 TO WS-ERR-COUNT.
004300     WRITE VFY-REC FROM VFY-ERR-LINE.
004510         END-STRING
004520         PERFORM FATAL-PARA
004530     END-IF.
JDM032 MASK-PARA.
************************************************************************
JDM032*    MASKS THE VALUE OF THE CARD IN PMSK-CARD IN PLACE WHEN ITS
JDM032*    KEYWORD IS SENSITIVE FOR THE APPLICATION - A DICTIONARY
JDM032*    PARMMASK CANNOT READ IS THE CHECKER'S OWN FAILURE, NOT A
JDM032*    FINDING ON THE DECK, AND STOPS THE RUN
************************************************************************
JDM032     CALL 'PARMMASK' USING PMSK-REQUEST.
JDM032     IF PMSK-RC NOT = '0'
JDM032         MOVE 'MASK-PARA' TO PV-CALLER-PARA
JDM032         MOVE PMSK-MESSAGE TO PV-CALLER-MSG
JDM032         PERFORM FATAL-PARA
JDM032     END-IF.
004540 FATAL-PARA.
************************************************************************
004560*    HANDS THE FAILURE TO RPDUMP - TITLED DIAGNOSTIC DUMP AND
