000210*   STEPNAME=XXXXXXXX         (REQUIRED)
000220*EVERY REGISTERED CARD IS ECHOED ON THE LISTING (REGLIST) SO
000230*THE APPROVAL IS REVIEWABLE, AND THE COUNT IS DISPLAYED.
JDM032*
JDM032*A CARD WHOSE KEYWORD IS FLAGGED SENSITIVE ON PARMDICT IS
JDM032*REGISTERED AND LISTED WITH ITS VALUE MASKED (PARMMASK) - THE
JDM032*FINGERPRINT IN THE MASK IS WHAT THE GATE THEN HOLDS THE LIVE
JDM032*CARD TO, SO A CHANGED VALUE STILL FAILS THE GATE.
************************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
001190     05  REG-TOTAL-CARDS PIC ZZZZ9.
001200     05  FILLER        PIC X(7) VALUE IS ' ******'.
001210     05  FILLER        PIC X(81) VALUE IS SPACES.
************************************************************************
JDM032*    SENSITIVE-VALUE MASKING REQUEST - SEE PARMMASK
************************************************************************
JDM032 01  PMSK-REQUEST.
JDM032     05  PMSK-APPL     PIC X(8).
JDM032     05  PMSK-CARD     PIC X(80).
JDM032     05  PMSK-MASKED   PIC X(1).
JDM032     05  PMSK-RC       PIC X(1).
JDM032     05  PMSK-MESSAGE  PIC X(80).
001220 PROCEDURE DIVISION.
001230 MAIN-PARA.
************************************************************************
002200     MOVE SPACES TO BAS-REC.
002210     MOVE WS-JOBNAME  TO BAS-JOBNAME.
002220     MOVE WS-STEPNAME TO BAS-STEPNAME.
JDM032     MOVE WS-STEPNAME TO PMSK-APPL.
JDM032     MOVE AUD-CARD    TO PMSK-CARD.
JDM032     PERFORM MASK-PARA.
JDM032     MOVE PMSK-CARD   TO BAS-CARD-TEXT.
002240     WRITE BAS-REC.
002250     PERFORM CHECK-BAS-STATUS.
002260     ADD 1 TO WS-REG-COUNT.
002270     MOVE WS-REG-COUNT TO REG-CARD-SEQ.
JDM032     MOVE PMSK-CARD TO REG-CARD-TEXT.
002290     WRITE REG-REC FROM REG-CARD-LINE.
002300     PERFORM CHECK-REG-STATUS.
002310 SELECT-AUDIT-EXIT.
002630         END-STRING
002640         PERFORM FATAL-PARA
002650     END-IF.
JDM032 MASK-PARA.
************************************************************************
JDM032*    MASKS THE VALUE OF THE CARD IN PMSK-CARD IN PLACE WHEN ITS
JDM032*    KEYWORD IS SENSITIVE FOR THE STEP - A DICTIONARY PARMMASK
JDM032*    CANNOT READ STOPS THE REGISTRATION
************************************************************************
JDM032     CALL 'PARMMASK' USING PMSK-REQUEST.
JDM032     IF PMSK-RC NOT = '0'
JDM032         MOVE 'MASK-PARA' TO PG-CALLER-PARA
JDM032         MOVE PMSK-MESSAGE TO PG-CALLER-MSG
JDM032         PERFORM FATAL-PARA
JDM032     END-IF.
002660 FATAL-PARA.
************************************************************************
002680*    HANDS THE FAILURE TO RPDUMP - TITLED DIAGNOSTIC DUMP AND
