000180*   FROMDATE=YYYYMMDD         (OPTIONAL - DEFAULTS TO THE
000190*                              START OF THE RETAINED HISTORY)
000200*   TODATE=YYYYMMDD           (OPTIONAL - DEFAULTS TO TODAY)
JDM032*
JDM032*THE VALUE OF A KEYWORD FLAGGED SENSITIVE ON PARMDICT IS LISTED
JDM032*MASKED WITH ITS FINGERPRINT (PARMMASK). VALUE= THEN SELECTS ON
JDM032*THE FINGERPRINT - THE CLEAR VALUE OR THE ********(NNNNNNNNNN)
JDM032*FORM COPIED FROM A LISTING BOTH FIND THE RUNS THAT USED IT.
************************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000620 77  WS-FROMDATE   PIC 9(8)  VALUE ZERO.
000630 77  WS-TODATE     PIC 9(8)  VALUE ZERO.
000640 77  WS-HIT-COUNT  PIC 9(7)  COMP VALUE ZERO.
JDM032 77  WS-KLEN       PIC 9(4)  COMP VALUE ZERO.
JDM032 77  WS-HIT-VALUE  PIC X(60) VALUE SPACES.
000650 77  PX-CARTE      PIC X(80).
000660 77  PX-KEYWORD    PIC X(80).
000670 77  PX-VALUE      PIC X(80).
001140 01  INQ-MSG-LINE.
001150     05  INQ-MSG-TEXT  PIC X(60).
001160     05  FILLER        PIC X(73) VALUE IS SPACES.
************************************************************************
JDM032*    SENSITIVE-VALUE MASKING REQUEST - SEE PARMMASK
************************************************************************
JDM032 01  PMSK-REQUEST.
JDM032     05  PMSK-APPL     PIC X(8).
JDM032     05  PMSK-CARD     PIC X(80).
JDM032     05  PMSK-MASKED   PIC X(1).
JDM032     05  PMSK-RC       PIC X(1).
JDM032     05  PMSK-MESSAGE  PIC X(80).
001170 PROCEDURE DIVISION.
001180 MAIN-PARA.
************************************************************************
002100     IF XK-DATE > WS-TODATE
002110         GO TO BROWSE-EXIT
002120     END-IF.
JDM032     PERFORM MASK-HIT-PARA.
002130     IF WS-VALUE-FLAG = 'Y'
JDM032         MOVE WS-VALUE TO PMSK-CARD (WS-KLEN + 2:)
JDM032         PERFORM MASK-PARA
JDM032         IF PMSK-CARD (WS-KLEN + 2:) NOT = WS-HIT-VALUE
JDM032             GO TO BROWSE-READ
JDM032         END-IF
002160     END-IF.
002170     PERFORM PRINT-HIT-PARA.
002180     GO TO BROWSE-READ.
002310     MOVE XK-JOBNAME  TO INQ-HIT-JOB.
002320     MOVE XK-STEPNAME TO INQ-HIT-STEP.
002330     MOVE XK-SEQ TO INQ-HIT-SEQ.
JDM032     MOVE WS-HIT-VALUE (1:40) TO INQ-HIT-VALUE.
002350     MOVE SPACES TO INQ-HIT-FLAG.
002360     IF XREF-DISP = 'R'
002370         MOVE '*REPRISE - CARTE SAUTEE*' TO INQ-HIT-FLAG
002417     END-IF.
002420     WRITE INQ-REC FROM INQ-HIT-LINE.
002430     PERFORM CHECK-INQ-STATUS.
JDM032 MASK-HIT-PARA.
************************************************************************
JDM032*    REBUILDS THE KEYWORD=VALUE CARD OF THE HIT AND MASKS IT FOR
JDM032*    THE STEP THAT RAN IT - WS-HIT-VALUE IS THE VALUE AS IT MAY
JDM032*    BE SHOWN. PMSK-CARD IS LEFT HOLDING THE KEYWORD AND ITS '='
JDM032*    SO THE SEARCH VALUE CAN BE MASKED BEHIND THE SAME KEYWORD
************************************************************************
JDM032     MOVE ZERO TO WS-KLEN.
JDM032     INSPECT XK-KEYWORD TALLYING WS-KLEN
JDM032         FOR CHARACTERS BEFORE INITIAL SPACE.
JDM032     MOVE SPACES TO PMSK-CARD.
JDM032     MOVE XK-KEYWORD (1:WS-KLEN) TO PMSK-CARD (1:WS-KLEN).
JDM032     MOVE '=' TO PMSK-CARD (WS-KLEN + 1:1).
JDM032     MOVE XREF-VALUE TO PMSK-CARD (WS-KLEN + 2:).
JDM032     MOVE XK-STEPNAME TO PMSK-APPL.
JDM032     PERFORM MASK-PARA.
JDM032     MOVE PMSK-CARD (WS-KLEN + 2:) TO WS-HIT-VALUE.
JDM032     MOVE SPACES TO PMSK-CARD (WS-KLEN + 2:).
002440 CHECK-XREF-STATUS.
************************************************************************
002460*    STOPS THE JOB IF PARMXREF CANNOT BE OPENED OR READ
002630         END-STRING
002640         PERFORM FATAL-PARA
002650     END-IF.
JDM032 MASK-PARA.
************************************************************************
JDM032*    MASKS THE VALUE OF THE CARD IN PMSK-CARD IN PLACE WHEN ITS
JDM032*    KEYWORD IS SENSITIVE FOR THE STEP - A CROSS-REFERENCE
JDM032*    POSTED BEFORE THE KEYWORD WAS FLAGGED IS MASKED HERE ON ITS
JDM032*    WAY OUT. A DICTIONARY PARMMASK CANNOT READ STOPS THE INQUIRY
************************************************************************
JDM032     CALL 'PARMMASK' USING PMSK-REQUEST.
JDM032     IF PMSK-RC NOT = '0'
JDM032         MOVE 'MASK-PARA' TO PX-CALLER-PARA
JDM032         MOVE PMSK-MESSAGE TO PX-CALLER-MSG
JDM032         PERFORM FATAL-PARA
JDM032     END-IF.
002660 FATAL-PARA.
************************************************************************
002680*    HANDS THE FAILURE TO RPDUMP - TITLED DIAGNOSTIC DUMP AND
