000160 DATA DIVISION.
JDM019 FILE SECTION.
JDM019 FD INCIDENT-FILE.
JDM028 01 INCIDENT-REC        PIC X(151).
JDM020 FD CTL-FILE.
JDM020 01 CTL-REC             PIC X(80).
000170 WORKING-STORAGE SECTION.                                                 
************************************************************************
JDM019*    STRUCTURED INCIDENT RECORD - CALLER IDENTIFICATION, ABEND
JDM019*    CODE, USER ID, DATE AND TIME OF THE FAILURE
JDM028*    AND THE JOB/STEP THE FAILURE HAPPENED UNDER, APPENDED AT
JDM028*    THE END SO RECORDS WRITTEN BEFORE READ BACK WITH THEM BLANK
************************************************************************
JDM019 77  F-KEY1              PIC X(2).
JDM019 77  WS-INC-DATE         PIC 9(8).
JDM019     05  INC-USER        PIC X(8).
JDM019     05  FILLER          PIC X(1) VALUE SPACE.
JDM019     05  INC-MSG         PIC X(60).
JDM028     05  FILLER          PIC X(1) VALUE SPACE.
JDM028     05  INC-JOBNAME     PIC X(8).
JDM028     05  FILLER          PIC X(1) VALUE SPACE.
JDM028     05  INC-STEPNAME    PIC X(8).
************************************************************************
JDM020*    SEVERITY AND DUMP CONTROL - WS-SEVERITY 'F' KEEPS THE
JDM020*    FATAL BEHAVIOR (DUMP THEN USER ABEND), 'W' TAKES THE
JDM020     05  CTL-ABEND-9 REDEFINES CTL-ABEND-X PIC 9(5).
JDM020     05  FILLER          PIC X(1).
JDM020     05  CTL-OPTIONS     PIC X(65).
************************************************************************
JDM028*    JOB/STEP HOLDER - READCARD LEAVES THE JOB AND STEP OF THE
JDM028*    RUN WITH PARMJOB, WHICH ANSWERS FOR A CALLER THAT DID NOT
JDM028*    PASS LK-JOB-STEP
************************************************************************
JDM028 01  PJOB-REQUEST.
JDM028     05  PJOB-FUNC       PIC X(1).
JDM028     05  PJOB-JOBNAME    PIC X(8).
JDM028     05  PJOB-STEPNAME   PIC X(8).
JDM028     05  PJOB-RC         PIC X(1).
JDM028     05  PJOB-MESSAGE    PIC X(80).
JDM004 LINKAGE SECTION.
************************************************************************
JDM004*    IDENTIFICATION OF THE FAILING PROGRAM, PASSED BY THE CALLER
JDM020*    THE FATAL DUMP-THEN-ABEND BEHAVIOR
************************************************************************
JDM020 01  LK-SEVERITY         PIC X(1).
************************************************************************
JDM028*    LK-JOB-STEP IS ALSO OPTIONAL - THE JOB AND STEP THE CALLER
JDM028*    RUNS UNDER (READCARD KNOWS THEM FROM ITS CALLER), CARRIED
JDM028*    INTO THE INCIDENT RECORD SO THE INCIDENT CAN BE MATCHED TO
JDM028*    THE PARAMETER DECK OF THE RUN. A CALLER PASSING IT WITHOUT
JDM028*    A SEVERITY PASSES 'F' IN THAT POSITION
JDM028*    WITHOUT IT THE JOB/STEP READCARD LEFT WITH PARMJOB IS
JDM028*    RECORDED, AND SPACES ONLY WHEN NONE WAS LEFT
************************************************************************
JDM028 01  LK-JOB-STEP.
JDM028     05  LK-JOBNAME      PIC X(8).
JDM028     05  LK-STEPNAME     PIC X(8).
000290 PROCEDURE DIVISION USING OPTIONAL LK-CALLER-PGM
JDM012                          OPTIONAL LK-CALLER-PARA
JDM012                          OPTIONAL LK-CALLER-MSG
JDM020                          OPTIONAL LK-SEVERITY
JDM028                          OPTIONAL LK-JOB-STEP.
000310 0000-MAIN-PARA.
000320     DISPLAY '*** CALL RPDUMP ***'
************************************************************************
JDM019             MOVE WS-ABENDCODE TO INC-ABEND
JDM020         END-IF
JDM019         MOVE WS-USER (1:8) TO INC-USER
JDM028         IF ADDRESS OF LK-JOB-STEP = NULL
JDM028             MOVE 'G' TO PJOB-FUNC
JDM028             MOVE SPACES TO PJOB-JOBNAME PJOB-STEPNAME
JDM028             CALL 'PARMJOB' USING PJOB-REQUEST
JDM028                 ON EXCEPTION
JDM028                     MOVE SPACES TO PJOB-JOBNAME PJOB-STEPNAME
JDM028             END-CALL
JDM028             MOVE PJOB-JOBNAME  TO INC-JOBNAME
JDM028             MOVE PJOB-STEPNAME TO INC-STEPNAME
JDM028         ELSE
JDM028             MOVE LK-JOBNAME  TO INC-JOBNAME
JDM028             MOVE LK-STEPNAME TO INC-STEPNAME
JDM028         END-IF
JDM019         WRITE INCIDENT-REC FROM INCIDENT-LINE
JDM019         IF F-KEY1 NOT = '00'
JDM019             DISPLAY 'RPDUMP - INCIDENT WRITE FAILED - '
