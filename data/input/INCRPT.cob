************************************************************************
000060*THIS PROGRAM READS THE CUMULATIVE INCIDENT DATASET WRITTEN BY
000070*RPDUMP (ONE STRUCTURED RECORD PER INVOCATION - DATE, TIME,
000080*PROGRAM, PARAGRAPH, ABEND CODE, USER, MESSAGE, JOB AND STEP
JDM028*WHEN THE CALLER PASSED THEM) AND PRINTS THE
000090*WEEKLY INCIDENT SUMMARY FOR THE SUPPORT MEETING:
000100*   - INCIDENTS PER CALLING PROGRAM AND PARAGRAPH
000110*   - BREAKDOWN BY ABEND CODE
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD INCIDENT-IN.
JDM028 01 INCIN-REC        PIC X(151).
000390
000400 FD RPT-FILE.
000410 01 RPT-REC          PIC X(133).
000900     05  INC-USER        PIC X(8).
000910     05  FILLER          PIC X(1).
000920     05  INC-MSG         PIC X(60).
JDM028     05  FILLER          PIC X(1).
JDM028     05  INC-JOBNAME     PIC X(8).
JDM028     05  FILLER          PIC X(1).
JDM028     05  INC-STEPNAME    PIC X(8).
************************************************************************
000940*    ONE ACCUMULATOR ENTRY PER PROGRAM/PARAGRAPH PAIR SEEN IN
000950*    THE PERIOD - THE OCCURRENCE DATES FEED THE REPEAT-OFFENDER
