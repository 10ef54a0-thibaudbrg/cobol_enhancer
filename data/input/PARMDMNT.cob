000190*   COLS 12-27  KEYWORD
000200*   COL  29     TYPE - N NUMERIC / D DATE / B Y-N / C CODE LIST
000210*   COL  31     R REQUIRED / O OPTIONAL
JDM032*   COL  32     S SENSITIVE VALUE (MASKED BY PARMMASK) OR BLANK
000220*   COLS 33-80  RULE - N: MIN:MAX RANGE, C: VALUE,VALUE,...
JDM032*TYPE, REQUIRED FLAG, SENSITIVE FLAG AND RULE ARE IGNORED ON A
JDM032*DELETE. A CHANGE CARRIES THE WHOLE ENTRY, SENSITIVE FLAG
JDM032*INCLUDED - A BLANK COL 32 ON A CHANGE CLEARS THE FLAG.
000240*
000250*A REJECTED TRANSACTION IS LISTED WITH ITS REASON AND THE RUN
000260*CARRIES ON - THE RETURN CODE IS 8 WHEN ANYTHING WAS REJECTED
001150     05  TRN-TYPE      PIC X(1).
001160     05  FILLER        PIC X(1).
001170     05  TRN-REQ       PIC X(1).
JDM032     05  TRN-SENS      PIC X(1).
001190     05  TRN-RULE      PIC X(48).
************************************************************************
001210*    IMAGE OF ONE DICTIONARY RECORD - SEE PARMCHK FOR THE LAYOUT
001280     05  DIC-TYPE      PIC X(1).
001290     05  FILLER        PIC X(1) VALUE SPACE.
001300     05  DIC-REQ       PIC X(1).
JDM032     05  DIC-SENS      PIC X(1).
001320     05  DIC-RULE      PIC X(50).
************************************************************************
001340*    THE WHOLE OLD DICTIONARY IS HELD IN THIS TABLE - COMMENT
003660     MOVE TRN-KEYWORD TO DIC-KEYWORD.
003670     MOVE TRN-TYPE    TO DIC-TYPE.
003680     MOVE TRN-REQ     TO DIC-REQ.
JDM032     MOVE TRN-SENS    TO DIC-SENS.
003690     MOVE TRN-RULE    TO DIC-RULE.
003700     MOVE DICT-DETAIL TO TBL-REC (TBL-IX).
003710     MOVE TRN-APPL    TO TBL-APPL (TBL-IX).
004070             TO WS-ERR-TEXT
004080         GO TO EDIT-RULE-EXIT
004090     END-IF.
JDM032     IF TRN-SENS NOT = 'S' AND TRN-SENS NOT = SPACE
JDM032         MOVE 'INDICATEUR SENSIBLE INVALIDE - ATTENDU S OU BLANC'
JDM032             TO WS-ERR-TEXT
JDM032         GO TO EDIT-RULE-EXIT
JDM032     END-IF.
004100     IF TRN-TYPE = 'N'
004110         GO TO EDIT-RULE-NUM
004120     END-IF.
