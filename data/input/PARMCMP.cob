000250*THE RETURN CODE IS 4 - NOTHING IS COMPARED. A NON-EMPTY
000260*DIFFERENCE LISTING ALSO SETS RETURN CODE 4 SO THE SCHEDULER
000270*CAN TELL 'IDENTICAL DECKS' FROM 'SOMETHING CHANGED'.
JDM032*
JDM032*THE VALUE OF A CARD WHOSE KEYWORD IS FLAGGED SENSITIVE ON
JDM032*PARMDICT IS LISTED MASKED WITH ITS FINGERPRINT (PARMMASK) - A
JDM032*CHANGED VALUE STILL SHOWS AS A CHANGED CARD.
************************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
001440 01  CMP-MSG-LINE.
001450     05  CMP-MSG-TEXT  PIC X(60).
001460     05  FILLER        PIC X(73) VALUE IS SPACES.
************************************************************************
JDM032*    SENSITIVE-VALUE MASKING REQUEST - SEE PARMMASK
************************************************************************
JDM032 01  PMSK-REQUEST.
JDM032     05  PMSK-APPL     PIC X(8).
JDM032     05  PMSK-CARD     PIC X(80).
JDM032     05  PMSK-MASKED   PIC X(1).
JDM032     05  PMSK-RC       PIC X(1).
JDM032     05  PMSK-MESSAGE  PIC X(80).
001470 PROCEDURE DIVISION.
001480 MAIN-PARA.
************************************************************************
003110             TO PC-CALLER-MSG
003120         PERFORM FATAL-PARA
003130     END-IF.
JDM032     MOVE HK-STEPNAME TO PMSK-APPL.
JDM032     MOVE HIST-CARD TO PMSK-CARD.
JDM032     PERFORM MASK-PARA.
003140     IF WS-SIDE = '1'
003150         MOVE HIST-DISP TO R1-DISP (HK-SEQ)
JDM032         MOVE PMSK-CARD TO R1-CARD (HK-SEQ)
003170         IF HK-SEQ > R1-COUNT
003180             MOVE HK-SEQ TO R1-COUNT
003190         END-IF
003200     ELSE
003210         MOVE HIST-DISP TO R2-DISP (HK-SEQ)
JDM032         MOVE PMSK-CARD TO R2-CARD (HK-SEQ)
003230         IF HK-SEQ > R2-COUNT
003240             MOVE HK-SEQ TO R2-COUNT
003250         END-IF
004000         END-STRING
004010         PERFORM FATAL-PARA
004020     END-IF.
JDM032 MASK-PARA.
************************************************************************
JDM032*    MASKS THE VALUE OF THE CARD IN PMSK-CARD IN PLACE WHEN ITS
JDM032*    KEYWORD IS SENSITIVE FOR THE STEP - BOTH RUNS ARE COMPARED
JDM032*    ON THE MASKED IMAGE, WHOSE FINGERPRINT STILL DIFFERS WHEN
JDM032*    THE VALUE CHANGED. A DICTIONARY PARMMASK CANNOT READ STOPS
JDM032*    THE COMPARISON
************************************************************************
JDM032     CALL 'PARMMASK' USING PMSK-REQUEST.
JDM032     IF PMSK-RC NOT = '0'
JDM032         MOVE 'MASK-PARA' TO PC-CALLER-PARA
JDM032         MOVE PMSK-MESSAGE TO PC-CALLER-MSG
JDM032         PERFORM FATAL-PARA
JDM032     END-IF.
004030 FATAL-PARA.
************************************************************************
004050*    HANDS THE FAILURE TO RPDUMP - TITLED DIAGNOSTIC DUMP AND
