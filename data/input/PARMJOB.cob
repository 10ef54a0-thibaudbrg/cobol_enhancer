000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARMJOB.
000030 AUTHOR.TATA CONSULTANCY SERVICES.
000040 DATE-COMPILED.OCT 2026.
************************************************************************
000060*THIS PROGRAM HOLDS THE JOB AND STEP NAME OF THE RUN FOR THE
000070*PARAMETER SERVICES. READCARD STORES THEM AS SOON AS ITS CALLER
000080*HAS GIVEN THEM (LK-SOURCE-INFO), AND RPDUMP ASKS FOR THEM WHEN
000090*ITS OWN CALLER DID NOT PASS A JOB/STEP, SO AN INCIDENT RAISED
000100*THROUGH AN APPLICATION'S OWN FATAL-PARA STILL CARRIES THE JOB
000110*AND STEP OF THE RUN AND PARMCOR CAN TIE IT TO THE DECK READ.
000120*
000130*FUNCTIONS (PJOB-FUNC):
000140*   S  STORE PJOB-JOBNAME/PJOB-STEPNAME - A BLANK PAIR STORES
000150*      NOTHING AND LEAVES WHAT WAS STORED BEFORE
000160*   G  GET THE STORED JOB/STEP INTO PJOB-JOBNAME/PJOB-STEPNAME
000170*
000180*THE NAMES LIVE IN THIS PROGRAM'S WORKING-STORAGE FOR THE LIFE
000190*OF THE RUN UNIT - IT IS NEVER CANCELLED. A GET WITH NOTHING
000200*STORED RETURNS SPACES WITH PJOB-RC '1'; AN UNKNOWN FUNCTION
000210*COMES BACK IN PJOB-RC/PJOB-MESSAGE, AS FROM PARMCHK - THE
000220*CALLER DECIDES.
************************************************************************
000240 ENVIRONMENT DIVISION.
000250 DATA DIVISION.
000260 WORKING-STORAGE SECTION.
000270 77  CMS-IDENTIFICATION PIC X(8) VALUE 'PARMJOB'.
000280 77  CMS-ID-VALUE PIC X(44)   VALUE
000290         'CMS-ID=15/10/26/16:00:00/GWDR/JDM     /V0   '.
000300 77  WS-STORED     PIC X(1) VALUE 'N'.
000310 77  WS-JOBNAME    PIC X(8) VALUE SPACES.
000320 77  WS-STEPNAME   PIC X(8) VALUE SPACES.
000330 LINKAGE SECTION.
************************************************************************
000350*    REQUEST AREA SHARED WITH THE CALLER
************************************************************************
000370 01  PJOB-REQUEST.
000380     05  PJOB-FUNC     PIC X(1).
000390     05  PJOB-JOBNAME  PIC X(8).
000400     05  PJOB-STEPNAME PIC X(8).
000410     05  PJOB-RC       PIC X(1).
000420     05  PJOB-MESSAGE  PIC X(80).
000430 PROCEDURE DIVISION USING PJOB-REQUEST.
000440 MAIN-PARA.
000450     MOVE '0' TO PJOB-RC.
000460     MOVE SPACES TO PJOB-MESSAGE.
000470     IF PJOB-FUNC = 'S'
000480         PERFORM STORE-PARA THRU STORE-EXIT
000490         GO TO GOBACK-PARA
000500     END-IF.
000510     IF PJOB-FUNC = 'G'
000520         PERFORM GET-PARA
000530         GO TO GOBACK-PARA
000540     END-IF.
000550     MOVE '1' TO PJOB-RC.
000560     STRING 'INVALID PARMJOB FUNCTION - ' PJOB-FUNC
000570         DELIMITED BY SIZE INTO PJOB-MESSAGE
000580     END-STRING.
000590 GOBACK-PARA.
000600     GOBACK.
000610 STORE-PARA.
************************************************************************
000630*    KEEPS THE JOB/STEP OF THE RUN - A BLANK PAIR IS NOT A
000640*    JOB/STEP AND DOES NOT OVERWRITE ONE ALREADY KEPT
************************************************************************
000660     IF PJOB-JOBNAME = SPACES AND PJOB-STEPNAME = SPACES
000670         GO TO STORE-EXIT
000680     END-IF.
000690     MOVE PJOB-JOBNAME  TO WS-JOBNAME.
000700     MOVE PJOB-STEPNAME TO WS-STEPNAME.
000710     MOVE 'Y' TO WS-STORED.
000720 STORE-EXIT.
000730     EXIT.
000740 GET-PARA.
************************************************************************
000760*    HANDS BACK THE JOB/STEP KEPT - SPACES AND RC '1' WHEN
000770*    NOTHING HAS BEEN STORED IN THIS RUN
************************************************************************
000790     IF WS-STORED = 'Y'
000800         MOVE WS-JOBNAME  TO PJOB-JOBNAME
000810         MOVE WS-STEPNAME TO PJOB-STEPNAME
000820     ELSE
000830         MOVE SPACES TO PJOB-JOBNAME PJOB-STEPNAME
000840         MOVE '1' TO PJOB-RC
000850         MOVE 'NO JOB/STEP STORED FOR THIS RUN' TO PJOB-MESSAGE
000860     END-IF.
