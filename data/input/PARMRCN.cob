000230*SCHEDCTL RECORD LAYOUT ('*' = COMMENT):
000240*   COLS  1-8   JOBNAME
000250*   COLS 10-17  STEPNAME
JDM033*   COL  19     FREQUENCY - D DAILY (EVERY BUSINESS DAY)
JDM033*                           W WEEKLY
JDM033*                           M MONTHLY ON A DAY OF THE MONTH
JDM033*                           F FIRST BUSINESS DAY OF THE MONTH
JDM033*                           L LAST BUSINESS DAY OF THE MONTH
JDM033*                           E MONTH-END PROCESSING DAY
JDM033*                           Q QUARTER-END PROCESSING DAY
JDM033*   COLS 21-22  DAY - W: DAY OF WEEK 01 (MONDAY) TO 07 (SUNDAY)
JDM033*                     M: DAY OF MONTH 01-31
JDM033*                     D/F/L/E/Q: IGNORED
JDM033*
JDM033*BUSINESS DAYS, HOLIDAYS AND THE MONTH-END AND QUARTER-END
JDM033*PROCESSING DAYS COME FROM THE BUSINESS CALENDAR (PARMCAL, DD
JDM033*BUSCAL). ON A DAY THAT IS NOT A BUSINESS DAY ONLY THE WEEKLY
JDM033*ENTRIES FOR THAT WEEKDAY ARE EXPECTED, WITH THE MONTH-END AND
JDM033*QUARTER-END ENTRIES WHEN THE CALENDAR PUTS ITS PROCESSING DAY
JDM033*THERE; ON A HOLIDAY NOTHING IS - A BANK HOLIDAY IS NOT A
JDM033*MISSED RUN.
************************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000820 77  WS-CUR-JOB    PIC X(8).
000830 77  WS-CUR-STEP   PIC X(8).
************************************************************************
JDM033*    THE RUN DATE ON THE BUSINESS CALENDAR - SEE PARMCAL
************************************************************************
JDM033 77  WS-RUN-BUSDAY  PIC X(1).
JDM033 77  WS-RUN-HOLIDAY PIC X(1).
JDM033 77  WS-RUN-MTHEND  PIC X(1).
JDM033 77  WS-RUN-QTREND  PIC X(1).
JDM033 77  WS-FST-BDAY    PIC 9(8).
JDM033 77  WS-LST-BDAY    PIC 9(8).
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
000850*    IDENTIFICATION PASSED TO RPDUMP ON EVERY FATAL ERROR SO
000860*    THE FAILURE SURFACES AS A TITLED DUMP AND A DOCUMENTED
000870*    USER ABEND INSTEAD OF A BARE DISPLAY AND STOP RUN
001900     MOVE WS-RUN-DATE TO RPT-TITLE-DATE.
001910     WRITE RPT-REC FROM RPT-TITLE-LINE.
001920     PERFORM CHECK-RPT-STATUS.
JDM033     IF WS-RUN-BUSDAY = 'N'
JDM033         IF WS-RUN-HOLIDAY = 'Y'
JDM033             MOVE 'JOUR FERIE - AUCUN PASSAGE ATTENDU'
JDM033                 TO RPT-MSG-TEXT
JDM033         ELSE
JDM033             MOVE 'JOUR NON OUVRE - ATTENDUS REDUITS'
JDM033                 TO RPT-MSG-TEXT
JDM033         END-IF
JDM033         WRITE RPT-REC FROM RPT-MSG-LINE
JDM033         PERFORM CHECK-RPT-STATUS
JDM033     END-IF.
001930     PERFORM LOAD-AUDIT-PARA UNTIL WS-AUD-EOF = 'Y'.
001940     PERFORM LOAD-CTL-PARA UNTIL WS-CTL-EOF = 'Y'.
001950     PERFORM MATCH-PARA
002260         MOVE 7 TO WS-RUN-DOW
002270     END-IF.
002280     MOVE WS-RUN-DATE (7:2) TO WS-RUN-DOM.
************************************************************************
JDM033*    THE RUN DATE ON THE BUSINESS CALENDAR - WITHOUT IT THE
JDM033*    EXPECTATIONS CANNOT BE TRUSTED, SO A CALENDAR ERROR STOPS
JDM033*    THE JOB
************************************************************************
JDM033     MOVE 'F' TO PCAL-FUNC.
JDM033     PERFORM CALL-CAL-PARA.
JDM033     MOVE PCAL-BUSDAY  TO WS-RUN-BUSDAY.
JDM033     MOVE PCAL-HOLIDAY TO WS-RUN-HOLIDAY.
JDM033     MOVE PCAL-MTHEND  TO WS-RUN-MTHEND.
JDM033     MOVE PCAL-QTREND  TO WS-RUN-QTREND.
JDM033     MOVE PCAL-RESULT  TO WS-FST-BDAY.
JDM033     MOVE 'L' TO PCAL-FUNC.
JDM033     PERFORM CALL-CAL-PARA.
JDM033     MOVE PCAL-RESULT  TO WS-LST-BDAY.
JDM033 CALL-CAL-PARA.
JDM033     MOVE WS-RUN-DATE TO PCAL-DATE.
JDM033     CALL 'PARMCAL' USING PCAL-REQUEST.
JDM033     IF PCAL-RC NOT = '0'
JDM033         MOVE 'SET-CALENDAR-PARA' TO PN-CALLER-PARA
JDM033         MOVE PCAL-MESSAGE TO PN-CALLER-MSG
JDM033         PERFORM FATAL-PARA
JDM033     END-IF.
002290 LOAD-AUDIT-PARA.
************************************************************************
002310*         COLLECTS EACH JOB/STEP SEEN ON TODAY'S AUDIT TRAIL
003010     END-IF.
003020     MOVE 'N' TO CTB-SEEN (WS-CTL-COUNT).
003030     MOVE 'N' TO CTB-DUE (WS-CTL-COUNT).
************************************************************************
JDM033*    A HOLIDAY EXPECTS NOTHING; ANY OTHER NON-BUSINESS DAY ONLY
JDM033*    THE WEEKLY ENTRIES FOR ITS WEEKDAY, AND A MONTH-END OR
JDM033*    QUARTER-END PROCESSING DAY THE CALENDAR PUTS ON IT
************************************************************************
JDM033     IF WS-RUN-HOLIDAY = 'Y'
JDM033         GO TO TALLY-CTL-EXIT
JDM033     END-IF.
JDM033     IF WS-RUN-BUSDAY = 'N'
JDM033         AND SCD-FREQ NOT = 'W'
JDM033         AND SCD-FREQ NOT = 'E' AND SCD-FREQ NOT = 'Q'
JDM033         GO TO TALLY-CTL-EXIT
JDM033     END-IF.
003040     IF SCD-FREQ = 'D'
003050         MOVE 'Y' TO CTB-DUE (WS-CTL-COUNT)
003060     END-IF.
003120         AND CTB-DAY (WS-CTL-COUNT) = WS-RUN-DOM
003130         MOVE 'Y' TO CTB-DUE (WS-CTL-COUNT)
003140     END-IF.
JDM033     IF SCD-FREQ = 'F' AND WS-RUN-DATE = WS-FST-BDAY
JDM033         MOVE 'Y' TO CTB-DUE (WS-CTL-COUNT)
JDM033     END-IF.
JDM033     IF SCD-FREQ = 'L' AND WS-RUN-DATE = WS-LST-BDAY
JDM033         MOVE 'Y' TO CTB-DUE (WS-CTL-COUNT)
JDM033     END-IF.
JDM033     IF SCD-FREQ = 'E' AND WS-RUN-MTHEND = 'Y'
JDM033         MOVE 'Y' TO CTB-DUE (WS-CTL-COUNT)
JDM033     END-IF.
JDM033     IF SCD-FREQ = 'Q' AND WS-RUN-QTREND = 'Y'
JDM033         MOVE 'Y' TO CTB-DUE (WS-CTL-COUNT)
JDM033     END-IF.
003150 TALLY-CTL-EXIT.
003160     EXIT.
003170 MATCH-PARA.
