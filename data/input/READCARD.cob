************************************************************************
JDM025 77  WS-BAS-SEQ      PIC 9(5) VALUE ZERO.
JDM025 77  RD-SEVERITY-W   PIC X(1) VALUE 'W'.
************************************************************************
JDM028*    JOB AND STEP OF THE CALLER, PASSED TO RPDUMP WITH EVERY
JDM028*    INCIDENT SO IT CAN BE MATCHED TO THE DECK IN PARMHIST.
JDM028*    THE FATAL PATH PASSES ITS SEVERITY 'F' EXPLICITLY TO REACH
JDM028*    THE JOB/STEP POSITION - SAME BEHAVIOR AS OMITTING IT
************************************************************************
JDM028 77  RD-SEVERITY-F   PIC X(1) VALUE 'F'.
JDM028 01  RD-JOB-STEP.
JDM028     05  RD-JOBNAME  PIC X(8).
JDM028     05  RD-STEPNAME PIC X(8).
************************************************************************
JDM028*    JOB/STEP HOLDER - THE JOB AND STEP ARE LEFT WITH PARMJOB
JDM028*    ONCE KNOWN, SO RPDUMP CAN RECORD THEM FOR AN INCIDENT
JDM028*    RAISED BY THE APPLICATION ITSELF RATHER THAN BY READCARD
************************************************************************
JDM028 01  PJOB-REQUEST.
JDM028     05  PJOB-FUNC     PIC X(1).
JDM028     05  PJOB-JOBNAME  PIC X(8).
JDM028     05  PJOB-STEPNAME PIC X(8).
JDM028     05  PJOB-RC       PIC X(1).
JDM028     05  PJOB-MESSAGE  PIC X(80).
JDM025 01  BAS-CARD-TABLE.
JDM025     05  BAS-CARD OCCURS 5000 PIC X(80).
JDM025 01  BASE-ERR-LINE.
JDM025-       '**** BYPASS APPROBATION ENREGISTRE - INCIDENT ECR'.
JDM025     05  FILLER        PIC X(8) VALUE IS 'IT ****'.
JDM025     05  FILLER        PIC X(76) VALUE IS SPACES.
************************************************************************
JDM032*    SENSITIVE VALUES - EVERY CARD IMAGE THAT LEAVES THIS
JDM032*    PROGRAM OTHER THAN THROUGH LK-CARTE (LISTING, AUDIT TRAIL,
JDM032*    ABEND MESSAGE) GOES THROUGH PARMMASK FIRST, SO A KEYWORD
JDM032*    FLAGGED SENSITIVE IN PARMDICT SHOWS ONLY A FINGERPRINT OF
JDM032*    ITS VALUE. THE RESTART AND APPROVED-DECK COMPARES ACCEPT
JDM032*    THE MASKED IMAGE, AND THE CLEAR ONE FOR A TRAIL OR A
JDM032*    BASELINE WRITTEN BEFORE THE KEYWORD WAS FLAGGED
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
JDM033*    BUSINESS DAY SYMBOLS - &PRVBDAY, &NXTBDAY, &FSTBDAY AND
JDM033*    &LSTBDAY ARE THE PREVIOUS AND NEXT BUSINESS DAY AROUND THE
JDM033*    RUN DATE AND THE FIRST AND LAST BUSINESS DAY OF ITS MONTH,
JDM033*    FROM THE BUSINESS CALENDAR (PARMCAL). THEY ARE WORKED OUT
JDM033*    ONCE, ON THE FIRST CARD THAT USES ONE OF THEM
************************************************************************
JDM033 77  WS-BDAY-DONE    PIC X(1) VALUE 'N'.
JDM033 77  WS-BDAY-TALLY   PIC 9(4) COMP.
JDM033 01  WS-PRV-BDAY     PIC 9(8).
JDM033 01  WS-PRV-BDAY-X REDEFINES WS-PRV-BDAY PIC X(8).
JDM033 01  WS-NXT-BDAY     PIC 9(8).
JDM033 01  WS-NXT-BDAY-X REDEFINES WS-NXT-BDAY PIC X(8).
JDM033 01  WS-FST-BDAY     PIC 9(8).
JDM033 01  WS-FST-BDAY-X REDEFINES WS-FST-BDAY PIC X(8).
JDM033 01  WS-LST-BDAY     PIC 9(8).
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
000680 LINKAGE SECTION.
000690  01  LK-CARTE  PIC X(80).
************************************************************************
JDM011          MOVE LK-JOBNAME  TO WS-JOBNAME
JDM011          MOVE LK-STEPNAME TO WS-STEPNAME
JDM011      END-IF.
JDM028      MOVE 'S' TO PJOB-FUNC.
JDM028      MOVE WS-JOBNAME  TO PJOB-JOBNAME.
JDM028      MOVE WS-STEPNAME TO PJOB-STEPNAME.
JDM028      CALL 'PARMJOB' USING PJOB-REQUEST.
JDM016      IF ADDRESS OF LK-RUN-DATE NOT = NULL
JDM016          AND LK-RUN-DATE NUMERIC
JDM016          AND LK-RUN-DATE > ZERO
JDM016      IF PARAMETERS (1:1) = '<'
JDM016          GO TO EFFECT-PARA
JDM016      END-IF.
JDM032      PERFORM ECHO-CARD-PARA.
************************************************************************
JDM007*    AUDIT EVERY CARD READ, COMMENT OR NOT, TO THE RETAINED
JDM007*    AUDIT DATASET - A COMMENT IS AUDITED HERE; A LIVE CARD IS
JDM010             TO BAD-CARD-LINE
JDM010         WRITE OUT-REC FROM BAD-CARD-LINE
JDM010         PERFORM CHECK-COUT-STATUS
JDM032         MOVE PARAMETERS TO PMSK-CARD
JDM032         PERFORM MASK-PARA
JDM018         MOVE 'CHECK-SYNTAX-PARA' TO RD-CALLER-PARA
JDM032         STRING 'INVALID PARAMETER CARD - ' PMSK-CARD (1:34)
JDM018             DELIMITED BY SIZE INTO RD-CALLER-MSG
JDM018         END-STRING
JDM018         PERFORM FATAL-PARA
JDM016             TO BAD-CARD-LINE
JDM016         WRITE OUT-REC FROM BAD-CARD-LINE
JDM016         PERFORM CHECK-COUT-STATUS
JDM032         MOVE PARAMETERS TO PMSK-CARD
JDM032         PERFORM MASK-PARA
JDM018         MOVE 'EFFECT-PARA' TO RD-CALLER-PARA
JDM018         STRING 'INVALID EFFECTIVE DATE CARD - '
JDM032             PMSK-CARD (1:30)
JDM018             DELIMITED BY SIZE INTO RD-CALLER-MSG
JDM018         END-STRING
JDM018         PERFORM FATAL-PARA
JDM016     MOVE PARAMETERS (11:8) TO EFF-TO-DATE.
JDM016     IF WS-RUN-DATE >= EFF-FROM-DATE
JDM016         AND WS-RUN-DATE <= EFF-TO-DATE
JDM032         PERFORM ECHO-CARD-PARA
JDM021         MOVE PARAMETERS TO WS-AUD-IMAGE
JDM016         MOVE PARAMETERS (20:61) TO EFF-CARD-TEXT
JDM016         MOVE EFF-CARD-TEXT TO PARAMETERS
JDM016         END-IF
JDM016         GO TO CHECK-SYNTAX-PARA
JDM016     END-IF.
JDM032     MOVE PARAMETERS TO PMSK-CARD.
JDM032     PERFORM MASK-PARA.
JDM032     MOVE PMSK-CARD TO NOSEL-CARD.
JDM016     WRITE OUT-REC FROM NOSEL-LINE.
JDM016     PERFORM CHECK-COUT-STATUS.
JDM021     MOVE PARAMETERS TO WS-AUD-IMAGE.
JDM007     MOVE WS-AUD-TIME TO AUD-TIME.
JDM007     MOVE WS-JOBNAME  TO AUD-JOBNAME.
JDM007     MOVE WS-STEPNAME TO AUD-STEPNAME.
JDM032     MOVE WS-AUD-IMAGE TO PMSK-CARD.
JDM032     PERFORM MASK-PARA.
JDM032     MOVE PMSK-CARD TO AUD-CARD.
JDM021     MOVE WS-RUN-START TO AUD-RUN-START.
JDM007     WRITE AUDIT-REC FROM AUDIT-LINE.
JDM007     PERFORM CHECK-AUDIT-STATUS.
JDM032 ECHO-CARD-PARA.
************************************************************************
JDM032*    ECHOES THE CARD ON THE LISTING AS THE CALLER WILL SEE IT -
JDM032*    A SENSITIVE VALUE SHOWN MASKED
************************************************************************
JDM032     MOVE PARAMETERS TO PMSK-CARD.
JDM032     PERFORM MASK-PARA.
JDM032     MOVE PMSK-CARD TO ECHO-CARD.
JDM032     WRITE OUT-REC FROM ECHO-LINE.
JDM032     PERFORM CHECK-COUT-STATUS.
JDM032 MASK-PARA.
************************************************************************
JDM032*    MASKS THE CARD IMAGE IN PMSK-CARD IN PLACE WHEN ITS
JDM032*    KEYWORD IS SENSITIVE FOR THE CALLING STEP - A DICTIONARY
JDM032*    PARMMASK CANNOT READ STOPS THE JOB RATHER THAN LET A
JDM032*    VALUE THROUGH CLEAR
************************************************************************
JDM032     MOVE WS-STEPNAME TO PMSK-APPL.
JDM032     CALL 'PARMMASK' USING PMSK-REQUEST.
JDM032     IF PMSK-RC NOT = '0'
JDM032         MOVE 'MASK-PARA' TO RD-CALLER-PARA
JDM032         MOVE PMSK-MESSAGE TO RD-CALLER-MSG
JDM032         PERFORM FATAL-PARA
JDM032     END-IF.
JDM014 SUBST-PARA.
************************************************************************
JDM014*    RESOLVES THE SYMBOLIC VARIABLES IN THE CARD TEXT -
JDM014*    &LYYMMDD = RUN DATE, &JOBNAME = JOB NAME, &STEPNAM =
JDM014*    STEP NAME - BEFORE THE CARD IS LISTED, AUDITED OR HANDED
JDM014*    BACK TO THE CALLER
JDM033*    &PRVBDAY/&NXTBDAY = PREVIOUS/NEXT BUSINESS DAY,
JDM033*    &FSTBDAY/&LSTBDAY = FIRST/LAST BUSINESS DAY OF THE MONTH
************************************************************************
JDM014     INSPECT PARAMETERS REPLACING ALL '&LYYMMDD'
JDM014         BY WS-RUN-DATE-X.
JDM014         BY WS-JOBNAME.
JDM014     INSPECT PARAMETERS REPLACING ALL '&STEPNAM'
JDM014         BY WS-STEPNAME.
JDM033     MOVE ZERO TO WS-BDAY-TALLY.
JDM033     INSPECT PARAMETERS TALLYING WS-BDAY-TALLY
JDM033         FOR ALL '&PRVBDAY' ALL '&NXTBDAY'
JDM033             ALL '&FSTBDAY' ALL '&LSTBDAY'.
JDM033     IF WS-BDAY-TALLY > ZERO
JDM033         IF WS-BDAY-DONE = 'N'
JDM033             PERFORM BDAY-PARA
JDM033         END-IF
JDM033         INSPECT PARAMETERS REPLACING ALL '&PRVBDAY'
JDM033             BY WS-PRV-BDAY-X
JDM033         INSPECT PARAMETERS REPLACING ALL '&NXTBDAY'
JDM033             BY WS-NXT-BDAY-X
JDM033         INSPECT PARAMETERS REPLACING ALL '&FSTBDAY'
JDM033             BY WS-FST-BDAY-X
JDM033         INSPECT PARAMETERS REPLACING ALL '&LSTBDAY'
JDM033             BY WS-LST-BDAY-X
JDM033     END-IF.
JDM033 BDAY-PARA.
************************************************************************
JDM033*    WORKS OUT THE BUSINESS DAY SYMBOLS FOR THE RUN DATE - A
JDM033*    CALENDAR PARMCAL CANNOT READ, OR A RUN DATE IT CANNOT
JDM033*    PLACE, STOPS THE JOB RATHER THAN SERVE A WRONG DATE
************************************************************************
JDM033     MOVE 'P' TO PCAL-FUNC.
JDM033     PERFORM CALL-CAL-PARA.
JDM033     MOVE PCAL-RESULT TO WS-PRV-BDAY.
JDM033     MOVE 'N' TO PCAL-FUNC.
JDM033     PERFORM CALL-CAL-PARA.
JDM033     MOVE PCAL-RESULT TO WS-NXT-BDAY.
JDM033     MOVE 'F' TO PCAL-FUNC.
JDM033     PERFORM CALL-CAL-PARA.
JDM033     MOVE PCAL-RESULT TO WS-FST-BDAY.
JDM033     MOVE 'L' TO PCAL-FUNC.
JDM033     PERFORM CALL-CAL-PARA.
JDM033     MOVE PCAL-RESULT TO WS-LST-BDAY.
JDM033     MOVE 'Y' TO WS-BDAY-DONE.
JDM033 CALL-CAL-PARA.
JDM033     MOVE WS-RUN-DATE TO PCAL-DATE.
JDM033     CALL 'PARMCAL' USING PCAL-REQUEST.
JDM033     IF PCAL-RC NOT = '0'
JDM033         MOVE 'BDAY-PARA' TO RD-CALLER-PARA
JDM033         MOVE PCAL-MESSAGE TO RD-CALLER-MSG
JDM033         PERFORM FATAL-PARA
JDM033     END-IF.
JDM002 CHECK-CARD-STATUS.
************************************************************************
JDM002*    STOPS THE JOB IF CARDIN CANNOT BE OPENED OR READ
JDM013*    CARD THE PRIOR RUN ACTUALLY APPLIED AT THE SAME POSITION -
JDM013*    THE MESSAGE NAMES THE FIRST MISMATCHING CARD NUMBER
************************************************************************
JDM032     MOVE PARAMETERS TO PMSK-CARD.
JDM032     PERFORM MASK-PARA.
JDM013     IF WS-CARD-COUNT > PRV-CARD-COUNT
JDM032         OR (PARAMETERS NOT = PRV-CARD (WS-CARD-COUNT)
JDM032             AND PMSK-CARD NOT = PRV-CARD (WS-CARD-COUNT))
JDM013         MOVE WS-CARD-COUNT TO RESTART-ERR-SEQ
JDM013         WRITE OUT-REC FROM RESTART-ERR-LINE
JDM013         PERFORM CHECK-COUT-STATUS
JDM024     ADD 1 TO WS-OVR-SERVED.
JDM024     MOVE OVR-TBL-CARD (WS-OVR-SERVED) TO PARAMETERS.
JDM024     PERFORM SUBST-PARA.
JDM032     MOVE PARAMETERS TO PMSK-CARD.
JDM032     PERFORM MASK-PARA.
JDM032     MOVE PMSK-CARD TO OVR-ECHO-CARD.
JDM024     WRITE OUT-REC FROM OVR-ECHO-LINE.
JDM024     PERFORM CHECK-COUT-STATUS.
JDM024     MOVE PARAMETERS TO WS-AUD-IMAGE.
JDM025*    NOT THE CARD THE APPROVED BASELINE HOLDS THERE - THE RAW
JDM025*    AUDIT IMAGE IS COMPARED, AS PARMREG REGISTERED IT
************************************************************************
JDM032     MOVE WS-AUD-IMAGE TO PMSK-CARD.
JDM032     PERFORM MASK-PARA.
JDM025     IF WS-BAS-SEQ > BAS-CARD-COUNT
JDM032         OR (WS-AUD-IMAGE NOT = BAS-CARD (WS-BAS-SEQ)
JDM032             AND PMSK-CARD NOT = BAS-CARD (WS-BAS-SEQ))
JDM025         MOVE WS-BAS-SEQ TO BASE-ERR-SEQ
JDM025         WRITE OUT-REC FROM BASE-ERR-LINE
JDM025         PERFORM CHECK-COUT-STATUS
JDM025     STRING 'APPROVAL BYPASS - ' PARAMETERS (8:40)
JDM025         DELIMITED BY SIZE INTO RD-CALLER-MSG
JDM025     END-STRING.
JDM028     MOVE WS-JOBNAME  TO RD-JOBNAME.
JDM028     MOVE WS-STEPNAME TO RD-STEPNAME.
JDM025     CALL 'RPDUMP' USING RD-CALLER-PGM RD-CALLER-PARA
JDM028                         RD-CALLER-MSG RD-SEVERITY-W RD-JOB-STEP.
JDM025     GO TO READ-PARA.
JDM025 CHECK-BAS-STATUS.
************************************************************************
JDM018*    DOCUMENTED USER ABEND. THE STOP RUN IS A BACKSTOP ONLY,
JDM018*    FOR THE CASE WHERE RPDUMP ITSELF COMES BACK
************************************************************************
JDM028     MOVE WS-JOBNAME  TO RD-JOBNAME.
JDM028     MOVE WS-STEPNAME TO RD-STEPNAME.
JDM018     CALL 'RPDUMP' USING RD-CALLER-PGM RD-CALLER-PARA
JDM028                         RD-CALLER-MSG RD-SEVERITY-F RD-JOB-STEP.
JDM018     STOP RUN.
