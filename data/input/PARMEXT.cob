000270*   TODATE=YYYYMMDD           (OPTIONAL - DEFAULTS TO TODAY)
000280*   DISP=X                    (OPTIONAL - ONLY CARDS WITH THIS
000290*                              DISPOSITION; DEFAULTS TO ALL)
JDM032*
JDM032*THE VALUE OF A CARD WHOSE KEYWORD IS FLAGGED SENSITIVE ON
JDM032*PARMDICT LEAVES MASKED WITH ITS FINGERPRINT (PARMMASK) - THE
JDM032*RECEIVING TEAMS CAN SEE A VALUE CHANGED, NOT WHAT IT WAS.
************************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
************************************************************************
000930 01  EXT-LINE        PIC X(200).
000940 01  EXT-SEQ-X       PIC 9(5).
************************************************************************
JDM032*    SENSITIVE-VALUE MASKING REQUEST - SEE PARMMASK
************************************************************************
JDM032 01  PMSK-REQUEST.
JDM032     05  PMSK-APPL     PIC X(8).
JDM032     05  PMSK-CARD     PIC X(80).
JDM032     05  PMSK-MASKED   PIC X(1).
JDM032     05  PMSK-RC       PIC X(1).
JDM032     05  PMSK-MESSAGE  PIC X(80).
000950 PROCEDURE DIVISION.
000960 MAIN-PARA.
************************************************************************
002040*    WOULD HAVE SEEN THE CARD; A CARD WITHOUT THE KEYWORD=VALUE
002050*    SHAPE TRAVELS WHOLE IN THE KEYWORD FIELD
************************************************************************
JDM032     MOVE HK-STEPNAME TO PMSK-APPL.
JDM032     MOVE HIST-CARD TO PMSK-CARD.
JDM032     PERFORM MASK-PARA.
JDM032     MOVE PMSK-CARD TO WS-CARD.
002080     IF WS-CARD (1:1) = '<'
002090         AND WS-CARD (10:1) = ':'
002100         AND WS-CARD (19:1) = '>'
JDM032         MOVE PMSK-CARD (20:61) TO WS-CARD
002120     END-IF.
002130     MOVE SPACES TO WS-KEYWORD WS-VALUE.
002140     MOVE ZERO TO WS-EQ-COUNT.
002690         END-STRING
002700         PERFORM FATAL-PARA
002710     END-IF.
JDM032 MASK-PARA.
************************************************************************
JDM032*    MASKS THE VALUE OF THE CARD IN PMSK-CARD IN PLACE WHEN ITS
JDM032*    KEYWORD IS SENSITIVE FOR THE STEP - HISTORY STORED BEFORE
JDM032*    THE KEYWORD WAS FLAGGED IS MASKED HERE ON ITS WAY OUT. A
JDM032*    DICTIONARY PARMMASK CANNOT READ STOPS THE EXTRACT
************************************************************************
JDM032     CALL 'PARMMASK' USING PMSK-REQUEST.
JDM032     IF PMSK-RC NOT = '0'
JDM032         MOVE 'MASK-PARA' TO PE-CALLER-PARA
JDM032         MOVE PMSK-MESSAGE TO PE-CALLER-MSG
JDM032         PERFORM FATAL-PARA
JDM032     END-IF.
002720 FATAL-PARA.
************************************************************************
002740*    HANDS THE FAILURE TO RPDUMP - TITLED DIAGNOSTIC DUMP AND
