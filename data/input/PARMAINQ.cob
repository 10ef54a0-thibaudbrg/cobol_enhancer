000180*   JOBNAME=XXXXXXXX          (REQUIRED)
000190*   FROMDATE=YYYYMMDD         (REQUIRED)
000200*   TODATE=YYYYMMDD           (OPTIONAL - DEFAULTS TO FROMDATE)
JDM032*
JDM032*THE VALUE OF A CARD WHOSE KEYWORD IS FLAGGED SENSITIVE ON
JDM032*PARMDICT IS LISTED MASKED WITH ITS FINGERPRINT (PARMMASK) -
JDM032*ARCHIVES WRITTEN BEFORE THE KEYWORD WAS FLAGGED INCLUDED.
************************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
001210 01  INQ-MSG-LINE.
001220     05  INQ-MSG-TEXT  PIC X(60).
001230     05  FILLER        PIC X(73) VALUE IS SPACES.
************************************************************************
JDM032*    SENSITIVE-VALUE MASKING REQUEST - SEE PARMMASK
************************************************************************
JDM032 01  PMSK-REQUEST.
JDM032     05  PMSK-APPL     PIC X(8).
JDM032     05  PMSK-CARD     PIC X(80).
JDM032     05  PMSK-MASKED   PIC X(1).
JDM032     05  PMSK-RC       PIC X(1).
JDM032     05  PMSK-MESSAGE  PIC X(80).
001240 PROCEDURE DIVISION.
001250 MAIN-PARA.
************************************************************************
002380*    WHAT WAS OUT OF FORCE AND WHAT A RESTART SKIPPED
************************************************************************
002400     MOVE AHK-SEQ TO INQ-CARD-SEQ.
JDM032     MOVE AHK-STEPNAME TO PMSK-APPL.
JDM032     MOVE ARC-CARD TO PMSK-CARD.
JDM032     PERFORM MASK-PARA.
JDM032     MOVE PMSK-CARD TO INQ-CARD-TEXT.
002420     MOVE SPACES TO INQ-CARD-FLAG.
002430     IF ARC-DISP = 'R'
002440         MOVE '*REPRISE - CARTE SAUTEE*' TO INQ-CARD-FLAG
002740         END-STRING
002750         PERFORM FATAL-PARA
002760     END-IF.
JDM032 MASK-PARA.
************************************************************************
JDM032*    MASKS THE VALUE OF THE CARD IN PMSK-CARD IN PLACE WHEN ITS
JDM032*    KEYWORD IS SENSITIVE FOR THE STEP - HISTORY STORED BEFORE
JDM032*    THE KEYWORD WAS FLAGGED IS MASKED HERE ON ITS WAY OUT. A
JDM032*    DICTIONARY PARMMASK CANNOT READ STOPS THE INQUIRY
************************************************************************
JDM032     CALL 'PARMMASK' USING PMSK-REQUEST.
JDM032     IF PMSK-RC NOT = '0'
JDM032         MOVE 'MASK-PARA' TO PA-CALLER-PARA
JDM032         MOVE PMSK-MESSAGE TO PA-CALLER-MSG
JDM032         PERFORM FATAL-PARA
JDM032     END-IF.
002770 FATAL-PARA.
************************************************************************
002790*    HANDS THE FAILURE TO RPDUMP - TITLED DIAGNOSTIC DUMP AND
