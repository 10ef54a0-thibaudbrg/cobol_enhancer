000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARMCOR.
000030 AUTHOR.TATA CONSULTANCY SERVICES.
000040 DATE-COMPILED.OCT 2026.
************************************************************************
000060*THIS PROGRAM CORRELATES THE INCIDENTS RECORDED BY RPDUMP WITH
000070*THE PARAMETER DECK OF THE RUN THAT RAISED THEM. FOR EVERY
000080*INCIDENT OF THE PERIOD CARRYING A JOB/STEP (PASSED BY READCARD
000090*SINCE THE INCIDENT RECORD HOLDS THEM) IT PRINTS:
000100*   - THE INCIDENT ITSELF (PROGRAM, PARAGRAPH, ABEND, MESSAGE)
000110*   - THE DECK THE FAILING RUN USED, FROM THE KEYED PARAMETER
000120*     HISTORY (PARMHIST) - THE LAST RUN OF THE JOB/STEP STARTED
000130*     AT OR BEFORE THE INCIDENT - WITH THE OVERRIDE ('O') AND
000140*     APPROVAL BYPASS ('B') CARDS FLAGGED AND COUNTED
000150*   - THE DIFFERENCES FROM THE LAST EARLIER RUN OF THE SAME
000160*     JOB/STEP THAT DID NOT FAIL, PRINTED THE WAY PARMCMP
000170*     PRINTS THEM. A RUN FAILED WHEN A FATAL INCIDENT (ABEND
000180*     OTHER THAN 00000) OF THE JOB/STEP IS RECORDED BETWEEN ITS
000190*     START AND THE START OF THE NEXT RUN
000200*
000210*THE REPORT PARAMETERS COME THROUGH READCARD:
000220*   FROMDATE=YYYYMMDD         (REQUIRED)
000230*   TODATE=YYYYMMDD           (OPTIONAL - DEFAULTS TO FROMDATE
000240*                              PLUS SIX DAYS, ONE FULL WEEK)
000250*   LOOKBACK=NNN              (OPTIONAL - DAYS OF HISTORY
000260*                              SEARCHED BEFORE EACH INCIDENT,
000270*                              DEFAULT 30)
000280*
000290*AN INCIDENT WITHOUT JOB/STEP (WRITTEN BEFORE THEY WERE
000300*RECORDED, OR BY A CALLER NOT PASSING THEM) OR WITHOUT ANY RUN
000310*IN THE HISTORY WINDOW IS LISTED AS NOT CORRELATED AND SETS
000320*RETURN CODE 4.
JDM032*
JDM032*THE VALUE OF A CARD WHOSE KEYWORD IS FLAGGED SENSITIVE ON
JDM032*PARMDICT IS LISTED MASKED WITH ITS FINGERPRINT (PARMMASK) - A
JDM032*CHANGED VALUE STILL SHOWS AS A CHANGED CARD.
************************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT INCIDENT-IN ASSIGN TO INCIDENT
000380     ORGANIZATION IS LINE SEQUENTIAL
000390     ACCESS IS SEQUENTIAL
000400     FILE STATUS IS F-KEY1.
000410
000420     SELECT HIST-FILE ASSIGN TO PARMHIST
000430     ORGANIZATION IS INDEXED
000440     ACCESS IS DYNAMIC
000450     RECORD KEY IS HIST-KEY
000460     FILE STATUS IS F-KEY2.
000470
000480     SELECT COR-FILE ASSIGN TO CORLIST
000490     ORGANIZATION IS LINE SEQUENTIAL
000500     ACCESS IS SEQUENTIAL
000510     FILE STATUS IS F-KEY3.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD INCIDENT-IN.
000560 01 INCIN-REC        PIC X(151).
000570
000580 FD HIST-FILE.
000590 01 HIST-REC.
000600    05 HIST-KEY.
000610       10 HK-STAMP.
000620          15 HK-DATE   PIC 9(8).
000630          15 HK-TIME   PIC 9(8).
000640       10 HK-JOBNAME   PIC X(8).
000650       10 HK-STEPNAME  PIC X(8).
000660       10 HK-SEQ       PIC 9(5).
000670    05 HIST-DISP       PIC X(1).
000680    05 HIST-CARD       PIC X(80).
000690
000700 FD COR-FILE.
000710 01 COR-REC          PIC X(133).
000720
000730 WORKING-STORAGE SECTION.
000740 77  CMS-IDENTIFICATION PIC X(8) VALUE 'PARMCOR'.
000750 77  CMS-ID-VALUE PIC X(44)   VALUE
000760         'CMS-ID=15/10/26/09:00:00/GWDR/JDM     /V0   '.
000770 77  F-KEY1        PIC X(2).
000780 77  F-KEY2        PIC X(2).
000790 77  F-KEY3        PIC X(2).
000800 77  WS-INC-EOF    PIC X(1) VALUE 'N'.
000810 77  WS-FROMDATE   PIC 9(8)  VALUE ZERO.
000820 77  WS-TODATE     PIC 9(8)  VALUE ZERO.
000830 77  WS-LOOKBACK   PIC 9(3)  VALUE 30.
000840 77  WS-LOAD-FROM  PIC 9(8).
000850 77  WS-SCAN-FROM  PIC 9(8).
000860 77  WS-SIDE       PIC X(1).
000870 77  WS-FAIL-FLAG  PIC X(1).
000880 77  WS-INC-MAX    PIC 9(5) COMP VALUE 2000.
000890 77  WS-INC-COUNT  PIC 9(5) COMP VALUE ZERO.
000900 77  WS-RUN-MAX    PIC 9(3) COMP VALUE 500.
000910 77  WS-RUN-COUNT  PIC 9(3) COMP VALUE ZERO.
000920 77  WS-CARD-MAX   PIC 9(5) COMP VALUE 5000.
000930 77  R1-COUNT      PIC 9(5) COMP VALUE ZERO.
000940 77  R2-COUNT      PIC 9(5) COMP VALUE ZERO.
000950 77  WS-HI-COUNT   PIC 9(5) COMP.
000960 77  CMP-IX        PIC 9(5) COMP.
000970 77  INC-IX        PIC 9(5) COMP.
000980 77  CHK-IX        PIC 9(5) COMP.
000990 77  RUN-IX        PIC 9(3) COMP.
001000 77  WS-REF-IX     PIC 9(3) COMP.
001010 77  WS-DIFF-COUNT PIC 9(5) COMP VALUE ZERO.
001020 77  WS-O-COUNT    PIC 9(5) COMP VALUE ZERO.
001030 77  WS-B-COUNT    PIC 9(5) COMP VALUE ZERO.
001040 77  WS-PERIOD-COUNT PIC 9(5) COMP VALUE ZERO.
001050 77  WS-COR-COUNT  PIC 9(5) COMP VALUE ZERO.
001060 77  WS-NOCOR-COUNT PIC 9(5) COMP VALUE ZERO.
001070 77  PK-CARTE      PIC X(80).
001080 77  PK-KEYWORD    PIC X(80).
001090 77  PK-VALUE      PIC X(80).
001100 77  PK-VLEN       PIC 9(2) COMP.
************************************************************************
001120*    IDENTIFICATION PASSED TO RPDUMP ON EVERY FATAL ERROR SO
001130*    THE FAILURE SURFACES AS A TITLED DUMP AND A DOCUMENTED
001140*    USER ABEND INSTEAD OF A BARE DISPLAY AND STOP RUN
************************************************************************
001160 77  PK-CALLER-PGM  PIC X(8)  VALUE 'PARMCOR'.
001170 77  PK-CALLER-PARA PIC X(30) VALUE SPACES.
001180 77  PK-CALLER-MSG  PIC X(60) VALUE SPACES.
************************************************************************
001200*    IMAGE OF THE INCIDENT RECORD AS WRITTEN BY RPDUMP
************************************************************************
001220 01  INCIDENT-DETAIL.
001230     05  INC-DATE        PIC 9(8).
001240     05  FILLER          PIC X(1).
001250     05  INC-TIME        PIC 9(8).
001260     05  FILLER          PIC X(1).
001270     05  INC-PGM         PIC X(8).
001280     05  FILLER          PIC X(1).
001290     05  INC-PARA        PIC X(30).
001300     05  FILLER          PIC X(1).
001310     05  INC-ABEND       PIC 9(5).
001320     05  INC-ABEND-X REDEFINES INC-ABEND PIC X(5).
001330     05  FILLER          PIC X(1).
001340     05  INC-USER        PIC X(8).
001350     05  FILLER          PIC X(1).
001360     05  INC-MSG         PIC X(60).
001370     05  FILLER          PIC X(1).
001380     05  INC-JOBNAME     PIC X(8).
001390     05  FILLER          PIC X(1).
001400     05  INC-STEPNAME    PIC X(8).
************************************************************************
001420*    INCIDENTS OF THE PERIOD, PLUS THE EARLIER ONES OF THE
001430*    HISTORY WINDOW THAT CARRY A JOB/STEP - THOSE TELL WHICH
001440*    EARLIER RUNS FAILED. THE DATASET IS WRITTEN IN TIME ORDER
001450*    SO THE TABLE IS TOO
************************************************************************
001470 01  INC-TABLE.
001480     05  IT-ENTRY OCCURS 2000.
001490         10  IT-STAMP.
001500             15  IT-DATE     PIC 9(8).
001510             15  IT-TIME     PIC 9(8).
001520         10  IT-PGM          PIC X(8).
001530         10  IT-PARA         PIC X(30).
001540         10  IT-ABEND        PIC 9(5).
001550         10  IT-MSG          PIC X(60).
001560         10  IT-JOBNAME      PIC X(8).
001570         10  IT-STEPNAME     PIC X(8).
************************************************************************
001590*    START STAMPS OF THE RUNS OF ONE JOB/STEP IN THE HISTORY
001600*    WINDOW OF AN INCIDENT, OLDEST FIRST - THE LAST ONE IS THE
001610*    RUN THAT RAISED THE INCIDENT
************************************************************************
001630 01  RUN-TABLE.
001640     05  RT-ENTRY OCCURS 500.
001650         10  RT-STAMP.
001660             15  RT-DATE     PIC 9(8).
001670             15  RT-TIME     PIC 9(8).
************************************************************************
001690*    THE TWO DECKS ARE HELD SIDE BY SIDE AS IN PARMCMP - RUN 1
001700*    IS THE LAST RUN WITHOUT FAILURE, RUN 2 THE FAILING RUN
************************************************************************
001720 01  RUN1-TABLE.
001730     05  R1-ENTRY OCCURS 5000.
001740         10  R1-DISP       PIC X(1).
001750         10  R1-CARD       PIC X(80).
001760 01  RUN2-TABLE.
001770     05  R2-ENTRY OCCURS 5000.
001780         10  R2-DISP       PIC X(1).
001790         10  R2-CARD       PIC X(80).
************************************************************************
001810*         RECORD FORMATS IN THE CORRELATION LISTING
************************************************************************
001830 01  COR-TITLE-LINE.
001840     05  FILLER        PIC X(43) VALUE IS
001850         '****** CORRELATION INCIDENTS / CARTES - DU '.
001860     05  COR-TITLE-FROM PIC 9(8).
001870     05  FILLER        PIC X(4) VALUE IS ' AU '.
001880     05  COR-TITLE-TO  PIC 9(8).
001890     05  FILLER        PIC X(7) VALUE IS ' ******'.
001900     05  FILLER        PIC X(63) VALUE IS SPACES.
001910 01  COR-INC-LINE.
001920     05  FILLER        PIC X(12) VALUE IS 'INCIDENT DU '.
001930     05  COR-INC-DATE  PIC 9(8).
001940     05  FILLER        PIC X(3) VALUE IS ' A '.
001950     05  COR-INC-HH    PIC X(2).
001960     05  FILLER        PIC X(1) VALUE IS ':'.
001970     05  COR-INC-MM    PIC X(2).
001980     05  FILLER        PIC X(1) VALUE IS ':'.
001990     05  COR-INC-SS    PIC X(2).
002000     05  FILLER        PIC X(6) VALUE IS '  PGM='.
002010     05  COR-INC-PGM   PIC X(8).
002020     05  FILLER        PIC X(7) VALUE IS '  PARA='.
002030     05  COR-INC-PARA  PIC X(30).
002040     05  FILLER        PIC X(8) VALUE IS '  ABEND='.
002050     05  COR-INC-ABEND PIC 9(5).
002060     05  FILLER        PIC X(6) VALUE IS '  JOB='.
002070     05  COR-INC-JOB   PIC X(8).
002080     05  FILLER        PIC X(7) VALUE IS '  STEP='.
002090     05  COR-INC-STEP  PIC X(8).
002100     05  FILLER        PIC X(9) VALUE IS SPACES.
002110 01  COR-TEXT-LINE.
002120     05  FILLER        PIC X(3) VALUE IS SPACES.
002130     05  COR-TEXT-LABEL PIC X(22).
002140     05  FILLER        PIC X(2) VALUE IS ': '.
002150     05  COR-TEXT-VALUE PIC X(80).
002160     05  FILLER        PIC X(26) VALUE IS SPACES.
002170 01  COR-RUN-LINE.
002180     05  FILLER        PIC X(3) VALUE IS SPACES.
002190     05  COR-RUN-LABEL PIC X(28).
002200     05  FILLER        PIC X(8) VALUE IS ' DATE = '.
002210     05  COR-RUN-DATE  PIC 9(8).
002220     05  FILLER        PIC X(10) VALUE IS '  HEURE = '.
002230     05  COR-RUN-HH    PIC X(2).
002240     05  FILLER        PIC X(1) VALUE IS ':'.
002250     05  COR-RUN-MM    PIC X(2).
002260     05  FILLER        PIC X(1) VALUE IS ':'.
002270     05  COR-RUN-SS    PIC X(2).
002280     05  FILLER        PIC X(10) VALUE IS '  CARTES ='.
002290     05  COR-RUN-CARDS PIC ZZZZ9.
002300     05  FILLER        PIC X(53) VALUE IS SPACES.
002310 01  COR-DECK-LINE.
002320     05  FILLER        PIC X(3) VALUE IS SPACES.
002330     05  COR-DECK-SEQ  PIC ZZZZ9.
002340     05  FILLER        PIC X(1) VALUE IS SPACE.
002350     05  COR-DECK-DISP PIC X(1).
002360     05  FILLER        PIC X(1) VALUE IS SPACE.
002370     05  COR-DECK-TEXT PIC X(80).
002380     05  FILLER        PIC X(1) VALUE IS SPACE.
002390     05  COR-DECK-FLAG PIC X(26).
002400     05  FILLER        PIC X(15) VALUE IS SPACES.
002410 01  COR-DIFF-LINE.
002420     05  FILLER        PIC X(3) VALUE IS SPACES.
002430     05  COR-DIFF-TAG  PIC X(12).
002440     05  FILLER        PIC X(1) VALUE IS SPACE.
002450     05  COR-DIFF-SEQ  PIC ZZZZ9.
002460     05  FILLER        PIC X(1) VALUE IS SPACE.
002470     05  COR-DIFF-TEXT PIC X(80).
002480     05  FILLER        PIC X(1) VALUE IS SPACE.
002490     05  COR-DIFF-FLAG PIC X(26).
002500     05  FILLER        PIC X(4) VALUE IS SPACES.
002510 01  COR-COUNT-LINE.
002520     05  FILLER        PIC X(3) VALUE IS SPACES.
002530     05  COR-COUNT-LABEL PIC X(40).
002540     05  FILLER        PIC X(2) VALUE IS ': '.
002550     05  COR-COUNT-VALUE PIC ZZZZ9.
002560     05  FILLER        PIC X(83) VALUE IS SPACES.
002570 01  COR-BLANK-LINE.
002580     05  FILLER        PIC X(133) VALUE IS SPACES.
002590 01  COR-MSG-LINE.
002600     05  FILLER        PIC X(3) VALUE IS SPACES.
002610     05  COR-MSG-TEXT  PIC X(60).
002620     05  FILLER        PIC X(70) VALUE IS SPACES.
************************************************************************
JDM032*    SENSITIVE-VALUE MASKING REQUEST - SEE PARMMASK
************************************************************************
JDM032 01  PMSK-REQUEST.
JDM032     05  PMSK-APPL     PIC X(8).
JDM032     05  PMSK-CARD     PIC X(80).
JDM032     05  PMSK-MASKED   PIC X(1).
JDM032     05  PMSK-RC       PIC X(1).
JDM032     05  PMSK-MESSAGE  PIC X(80).
002630 PROCEDURE DIVISION.
002640 MAIN-PARA.
************************************************************************
002660*         READS THE PERIOD, LOADS THE INCIDENTS, CORRELATES
************************************************************************
002680     PERFORM GET-PARMS-PARA THRU GET-PARMS-EXIT.
002690     IF WS-FROMDATE = ZERO
002700         MOVE 'MAIN-PARA' TO PK-CALLER-PARA
002710         MOVE 'FROMDATE= CARD REQUIRED' TO PK-CALLER-MSG
002720         PERFORM FATAL-PARA
002730     END-IF.
002740     IF WS-TODATE = ZERO
002750         COMPUTE WS-TODATE = FUNCTION DATE-OF-INTEGER
002760             (FUNCTION INTEGER-OF-DATE (WS-FROMDATE) + 6)
002770     END-IF.
002780     COMPUTE WS-LOAD-FROM = FUNCTION DATE-OF-INTEGER
002790         (FUNCTION INTEGER-OF-DATE (WS-FROMDATE) - WS-LOOKBACK).
002800     OPEN INPUT INCIDENT-IN.
002810     PERFORM CHECK-INC-STATUS.
002820     OPEN INPUT HIST-FILE.
002830     PERFORM CHECK-HIST-STATUS.
002840     OPEN OUTPUT COR-FILE.
002850     PERFORM CHECK-COR-STATUS.
002860     MOVE WS-FROMDATE TO COR-TITLE-FROM.
002870     MOVE WS-TODATE   TO COR-TITLE-TO.
002880     WRITE COR-REC FROM COR-TITLE-LINE.
002890     PERFORM CHECK-COR-STATUS.
002900     PERFORM LOAD-INC-PARA UNTIL WS-INC-EOF = 'Y'.
002910     CLOSE INCIDENT-IN.
002920     PERFORM CORREL-PARA THRU CORREL-EXIT
002930         VARYING INC-IX FROM 1 BY 1
002940         UNTIL INC-IX > WS-INC-COUNT.
002950     WRITE COR-REC FROM COR-BLANK-LINE.
002960     PERFORM CHECK-COR-STATUS.
002970     IF WS-PERIOD-COUNT = ZERO
002980         MOVE 'AUCUN INCIDENT SUR LA PERIODE' TO COR-MSG-TEXT
002990         WRITE COR-REC FROM COR-MSG-LINE
003000         PERFORM CHECK-COR-STATUS
003010         GO TO CLOSE-PARA
003020     END-IF.
003030     MOVE 'INCIDENTS SUR LA PERIODE' TO COR-COUNT-LABEL.
003040     MOVE WS-PERIOD-COUNT TO COR-COUNT-VALUE.
003050     PERFORM WRITE-COUNT-PARA.
003060     MOVE 'INCIDENTS CORRELES AVEC UN PASSAGE' TO COR-COUNT-LABEL.
003070     MOVE WS-COR-COUNT TO COR-COUNT-VALUE.
003080     PERFORM WRITE-COUNT-PARA.
003090     MOVE 'INCIDENTS NON CORRELES' TO COR-COUNT-LABEL.
003100     MOVE WS-NOCOR-COUNT TO COR-COUNT-VALUE.
003110     PERFORM WRITE-COUNT-PARA.
003120     IF WS-NOCOR-COUNT > ZERO
003130         MOVE 4 TO RETURN-CODE
003140     END-IF.
003150 CLOSE-PARA.
003160     CLOSE HIST-FILE.
003170     CLOSE COR-FILE.
003180     DISPLAY 'PARMCOR - INCIDENTS CORRELES ' WS-COR-COUNT
003190         ' NON CORRELES ' WS-NOCOR-COUNT.
003200     GOBACK.
003210 GET-PARMS-PARA.
************************************************************************
003230*         READS THE REPORT PARAMETER CARDS THROUGH READCARD
************************************************************************
003250     CALL 'READCARD' USING PK-CARTE.
003260     IF PK-CARTE = '/*'
003270         GO TO GET-PARMS-EXIT
003280     END-IF.
003290     UNSTRING PK-CARTE DELIMITED BY '='
003300         INTO PK-KEYWORD PK-VALUE
003310     END-UNSTRING.
003320     IF FUNCTION TRIM(PK-KEYWORD) = 'FROMDATE'
003330         AND PK-VALUE (1:8) NUMERIC
003340         MOVE PK-VALUE (1:8) TO WS-FROMDATE
003350         GO TO GET-PARMS-PARA
003360     END-IF.
003370     IF FUNCTION TRIM(PK-KEYWORD) = 'TODATE'
003380         AND PK-VALUE (1:8) NUMERIC
003390         MOVE PK-VALUE (1:8) TO WS-TODATE
003400         GO TO GET-PARMS-PARA
003410     END-IF.
003420     MOVE FUNCTION TRIM(PK-VALUE) TO PK-VALUE.
003430     MOVE ZERO TO PK-VLEN.
003440     INSPECT PK-VALUE TALLYING PK-VLEN
003450         FOR CHARACTERS BEFORE INITIAL SPACE.
003460     IF FUNCTION TRIM(PK-KEYWORD) = 'LOOKBACK'
003470         AND PK-VLEN >= 1 AND PK-VLEN <= 3
003480         AND PK-VALUE (1:PK-VLEN) NUMERIC
003490         COMPUTE WS-LOOKBACK =
003500             FUNCTION NUMVAL (PK-VALUE (1:PK-VLEN))
003510         GO TO GET-PARMS-PARA
003520     END-IF.
003530     DISPLAY 'PARMCOR - CARD IGNORED - ' PK-CARTE (1:40).
003540     GO TO GET-PARMS-PARA.
003550 GET-PARMS-EXIT.
003560     EXIT.
003570 LOAD-INC-PARA.
************************************************************************
003590*         KEEPS ONE INCIDENT RECORD OF THE PERIOD OR WINDOW
************************************************************************
003610     READ INCIDENT-IN INTO INCIDENT-DETAIL
003620         AT END
003630             MOVE 'Y' TO WS-INC-EOF
003640         NOT AT END
003650             PERFORM KEEP-INC-PARA THRU KEEP-INC-EXIT
003660     END-READ.
003670     PERFORM CHECK-INC-STATUS.
003680 KEEP-INC-PARA.
003690     IF INCIDENT-DETAIL = SPACES
003700         OR INC-ABEND-X NOT NUMERIC
003710         GO TO KEEP-INC-EXIT
003720     END-IF.
003730     IF INC-DATE < WS-LOAD-FROM OR INC-DATE > WS-TODATE
003740         GO TO KEEP-INC-EXIT
003750     END-IF.
003760     IF INC-DATE < WS-FROMDATE AND INC-JOBNAME = SPACES
003770         GO TO KEEP-INC-EXIT
003780     END-IF.
003790     IF WS-INC-COUNT NOT < WS-INC-MAX
003800         MOVE 'KEEP-INC-PARA' TO PK-CALLER-PARA
003810         MOVE 'INCIDENT TABLE FULL - RAISE OCCURS'
003820             TO PK-CALLER-MSG
003830         PERFORM FATAL-PARA
003840     END-IF.
003850     ADD 1 TO WS-INC-COUNT.
003860     MOVE INC-DATE     TO IT-DATE (WS-INC-COUNT).
003870     MOVE INC-TIME     TO IT-TIME (WS-INC-COUNT).
003880     MOVE INC-PGM      TO IT-PGM (WS-INC-COUNT).
003890     MOVE INC-PARA     TO IT-PARA (WS-INC-COUNT).
003900     MOVE INC-ABEND    TO IT-ABEND (WS-INC-COUNT).
003910     MOVE INC-MSG      TO IT-MSG (WS-INC-COUNT).
003920     MOVE INC-JOBNAME  TO IT-JOBNAME (WS-INC-COUNT).
003930     MOVE INC-STEPNAME TO IT-STEPNAME (WS-INC-COUNT).
003940 KEEP-INC-EXIT.
003950     EXIT.
003960 CORREL-PARA.
************************************************************************
003980*    PRINTS INCIDENT INC-IX WITH THE DECK OF ITS RUN AND THE
003990*    DIFFERENCES FROM THE LAST RUN OF THE JOB/STEP THAT DID
004000*    NOT FAIL. WINDOW-ONLY INCIDENTS ARE NOT REPORTED
************************************************************************
004020     IF IT-DATE (INC-IX) < WS-FROMDATE
004030         GO TO CORREL-EXIT
004040     END-IF.
004050     ADD 1 TO WS-PERIOD-COUNT.
004060     WRITE COR-REC FROM COR-BLANK-LINE.
004070     PERFORM CHECK-COR-STATUS.
004080     MOVE IT-DATE (INC-IX)       TO COR-INC-DATE.
004090     MOVE IT-TIME (INC-IX) (1:2) TO COR-INC-HH.
004100     MOVE IT-TIME (INC-IX) (3:2) TO COR-INC-MM.
004110     MOVE IT-TIME (INC-IX) (5:2) TO COR-INC-SS.
004120     MOVE IT-PGM (INC-IX)        TO COR-INC-PGM.
004130     MOVE IT-PARA (INC-IX)       TO COR-INC-PARA.
004140     MOVE IT-ABEND (INC-IX)      TO COR-INC-ABEND.
004150     MOVE IT-JOBNAME (INC-IX)    TO COR-INC-JOB.
004160     MOVE IT-STEPNAME (INC-IX)   TO COR-INC-STEP.
004170     WRITE COR-REC FROM COR-INC-LINE.
004180     PERFORM CHECK-COR-STATUS.
004190     MOVE 'MESSAGE' TO COR-TEXT-LABEL.
004200     MOVE IT-MSG (INC-IX) TO COR-TEXT-VALUE.
004210     WRITE COR-REC FROM COR-TEXT-LINE.
004220     PERFORM CHECK-COR-STATUS.
004230     IF IT-JOBNAME (INC-IX) = SPACES
004240         MOVE 'INCIDENT SANS JOB/STEP - NON CORRELE'
004250             TO COR-MSG-TEXT
004260         PERFORM WRITE-MSG-PARA
004270         ADD 1 TO WS-NOCOR-COUNT
004280         GO TO CORREL-EXIT
004290     END-IF.
004300     PERFORM FIND-RUNS-PARA THRU FIND-RUNS-EXIT.
004310     IF WS-RUN-COUNT = ZERO
004320         MOVE 'AUCUN PASSAGE DU JOB/STEP DANS PARMHIST'
004330             TO COR-MSG-TEXT
004340         PERFORM WRITE-MSG-PARA
004350         ADD 1 TO WS-NOCOR-COUNT
004360         GO TO CORREL-EXIT
004370     END-IF.
004380     ADD 1 TO WS-COR-COUNT.
************************************************************************
004400*    THE DECK OF THE FAILING RUN, OVERRIDES AND BYPASSES FLAGGED
************************************************************************
004420     MOVE WS-RUN-COUNT TO RUN-IX.
004430     MOVE '2' TO WS-SIDE.
004440     PERFORM LOAD-RUN-PARA THRU LOAD-RUN-EXIT.
004450     MOVE 'PASSAGE EN ECHEC' TO COR-RUN-LABEL.
004460     MOVE R2-COUNT TO COR-RUN-CARDS.
004470     PERFORM WRITE-RUN-PARA.
004480     MOVE ZERO TO WS-O-COUNT WS-B-COUNT.
004490     PERFORM PRINT-DECK-PARA THRU PRINT-DECK-EXIT
004500         VARYING CMP-IX FROM 1 BY 1
004510         UNTIL CMP-IX > R2-COUNT.
004520     MOVE 'CARTES EN SURCHARGE (O)' TO COR-COUNT-LABEL.
004530     MOVE WS-O-COUNT TO COR-COUNT-VALUE.
004540     PERFORM WRITE-COUNT-PARA.
004550     MOVE 'CARTES SANS APPROBATION (B)' TO COR-COUNT-LABEL.
004560     MOVE WS-B-COUNT TO COR-COUNT-VALUE.
004570     PERFORM WRITE-COUNT-PARA.
************************************************************************
004590*    THE LAST EARLIER RUN WITHOUT FAILURE AND THE DIFFERENCES
************************************************************************
004610     PERFORM FIND-REF-PARA THRU FIND-REF-EXIT.
004620     IF WS-REF-IX = ZERO
004630         MOVE 'AUCUN PASSAGE ANTERIEUR SANS ECHEC DANS LA FENETRE'
004640             TO COR-MSG-TEXT
004650         PERFORM WRITE-MSG-PARA
004660         GO TO CORREL-EXIT
004670     END-IF.
004680     MOVE WS-REF-IX TO RUN-IX.
004690     MOVE '1' TO WS-SIDE.
004700     PERFORM LOAD-RUN-PARA THRU LOAD-RUN-EXIT.
004710     MOVE 'DERNIER PASSAGE SANS ECHEC' TO COR-RUN-LABEL.
004720     MOVE R1-COUNT TO COR-RUN-CARDS.
004730     PERFORM WRITE-RUN-PARA.
004740     MOVE R1-COUNT TO WS-HI-COUNT.
004750     IF R2-COUNT > WS-HI-COUNT
004760         MOVE R2-COUNT TO WS-HI-COUNT
004770     END-IF.
004780     MOVE ZERO TO WS-DIFF-COUNT.
004790     PERFORM COMPARE-PARA THRU COMPARE-EXIT
004800         VARYING CMP-IX FROM 1 BY 1
004810         UNTIL CMP-IX > WS-HI-COUNT.
004820     IF WS-DIFF-COUNT = ZERO
004830         MOVE 'AUCUNE DIFFERENCE AVEC LE PASSAGE SANS ECHEC'
004840             TO COR-MSG-TEXT
004850         PERFORM WRITE-MSG-PARA
004860     END-IF.
004870 CORREL-EXIT.
004880     EXIT.
004890 FIND-RUNS-PARA.
************************************************************************
004910*    COLLECTS THE START STAMPS OF THE RUNS OF THE INCIDENT'S
004920*    JOB/STEP FROM LOOKBACK DAYS BEFORE THE INCIDENT UP TO THE
004930*    INCIDENT ITSELF. PARMHIST IS KEYED ON DATE AND TIME FIRST,
004940*    SO THE CARDS OF ONE RUN ARE CONSECUTIVE AND THE BROWSE
004950*    STOPS AT THE FIRST RUN STARTED AFTER THE INCIDENT
************************************************************************
004970     MOVE ZERO TO WS-RUN-COUNT.
004980     COMPUTE WS-SCAN-FROM = FUNCTION DATE-OF-INTEGER
004990         (FUNCTION INTEGER-OF-DATE (IT-DATE (INC-IX))
005000         - WS-LOOKBACK).
005010     MOVE LOW-VALUES TO HIST-KEY.
005020     MOVE WS-SCAN-FROM TO HK-DATE.
005030     START HIST-FILE KEY NOT < HIST-KEY
005040         INVALID KEY GO TO FIND-RUNS-EXIT
005050     END-START.
005060 FIND-RUNS-READ.
005070     READ HIST-FILE NEXT RECORD
005080         AT END GO TO FIND-RUNS-EXIT
005090     END-READ.
005100     PERFORM CHECK-HIST-STATUS.
005110     IF HK-STAMP > IT-STAMP (INC-IX)
005120         GO TO FIND-RUNS-EXIT
005130     END-IF.
005140     IF HK-JOBNAME NOT = IT-JOBNAME (INC-IX)
005150         OR HK-STEPNAME NOT = IT-STEPNAME (INC-IX)
005160         GO TO FIND-RUNS-READ
005170     END-IF.
005180     IF WS-RUN-COUNT > ZERO
005190         AND HK-STAMP = RT-STAMP (WS-RUN-COUNT)
005200         GO TO FIND-RUNS-READ
005210     END-IF.
005220     IF WS-RUN-COUNT NOT < WS-RUN-MAX
005230         MOVE 'FIND-RUNS-READ' TO PK-CALLER-PARA
005240         MOVE 'RUN TABLE FULL - RAISE OCCURS'
005250             TO PK-CALLER-MSG
005260         PERFORM FATAL-PARA
005270     END-IF.
005280     ADD 1 TO WS-RUN-COUNT.
005290     MOVE HK-STAMP TO RT-STAMP (WS-RUN-COUNT).
005300     GO TO FIND-RUNS-READ.
005310 FIND-RUNS-EXIT.
005320     EXIT.
005330 FIND-REF-PARA.
************************************************************************
005350*    WALKS BACK FROM THE RUN BEFORE THE FAILING ONE TO THE FIRST
005360*    RUN NO FATAL INCIDENT OF THE JOB/STEP FOLLOWED - WS-REF-IX
005370*    STAYS ZERO WHEN EVERY RUN OF THE WINDOW FAILED
************************************************************************
005390     MOVE ZERO TO WS-REF-IX.
005400     MOVE WS-RUN-COUNT TO RUN-IX.
005410 FIND-REF-LOOP.
005420     IF RUN-IX < 2
005430         GO TO FIND-REF-EXIT
005440     END-IF.
005450     SUBTRACT 1 FROM RUN-IX.
005460     MOVE 'N' TO WS-FAIL-FLAG.
005470     PERFORM CHECK-FAIL-PARA
005480         VARYING CHK-IX FROM 1 BY 1
005490         UNTIL CHK-IX > WS-INC-COUNT OR WS-FAIL-FLAG = 'Y'.
005500     IF WS-FAIL-FLAG = 'N'
005510         MOVE RUN-IX TO WS-REF-IX
005520         GO TO FIND-REF-EXIT
005530     END-IF.
005540     GO TO FIND-REF-LOOP.
005550 FIND-REF-EXIT.
005560     EXIT.
005570 CHECK-FAIL-PARA.
************************************************************************
005590*    A FATAL INCIDENT OF THE SAME JOB/STEP RECORDED BETWEEN THE
005600*    START OF RUN RUN-IX AND THE START OF THE NEXT RUN MEANS
005610*    RUN RUN-IX FAILED. WARNINGS (ABEND 00000) DO NOT COUNT
************************************************************************
005630     IF IT-JOBNAME (CHK-IX) = IT-JOBNAME (INC-IX)
005640         AND IT-STEPNAME (CHK-IX) = IT-STEPNAME (INC-IX)
005650         AND IT-ABEND (CHK-IX) NOT = ZERO
005660         AND IT-STAMP (CHK-IX) NOT < RT-STAMP (RUN-IX)
005670         AND IT-STAMP (CHK-IX) < RT-STAMP (RUN-IX + 1)
005680         MOVE 'Y' TO WS-FAIL-FLAG
005690     END-IF.
005700 LOAD-RUN-PARA.
************************************************************************
005720*    LOADS RUN RUN-IX OF THE INCIDENT'S JOB/STEP INTO THE TABLE
005730*    OF SIDE WS-SIDE, ONE ENTRY PER CARD SEQUENCE
************************************************************************
005750     IF WS-SIDE = '1'
005760         MOVE SPACES TO RUN1-TABLE
005770         MOVE ZERO TO R1-COUNT
005780     ELSE
005790         MOVE SPACES TO RUN2-TABLE
005800         MOVE ZERO TO R2-COUNT
005810     END-IF.
005820     MOVE RT-STAMP (RUN-IX)      TO HK-STAMP.
005830     MOVE IT-JOBNAME (INC-IX)    TO HK-JOBNAME.
005840     MOVE IT-STEPNAME (INC-IX)   TO HK-STEPNAME.
005850     MOVE ZERO TO HK-SEQ.
005860     MOVE RT-DATE (RUN-IX)       TO COR-RUN-DATE.
005870     MOVE RT-TIME (RUN-IX) (1:2) TO COR-RUN-HH.
005880     MOVE RT-TIME (RUN-IX) (3:2) TO COR-RUN-MM.
005890     MOVE RT-TIME (RUN-IX) (5:2) TO COR-RUN-SS.
005900     START HIST-FILE KEY NOT < HIST-KEY
005910         INVALID KEY GO TO LOAD-RUN-EXIT
005920     END-START.
005930 LOAD-RUN-READ.
005940     READ HIST-FILE NEXT RECORD
005950         AT END GO TO LOAD-RUN-EXIT
005960     END-READ.
005970     PERFORM CHECK-HIST-STATUS.
005980     IF HK-STAMP NOT = RT-STAMP (RUN-IX)
005990         OR HK-JOBNAME NOT = IT-JOBNAME (INC-IX)
006000         OR HK-STEPNAME NOT = IT-STEPNAME (INC-IX)
006010         GO TO LOAD-RUN-EXIT
006020     END-IF.
006030     IF HK-SEQ > WS-CARD-MAX
006040         MOVE 'LOAD-RUN-READ' TO PK-CALLER-PARA
006050         MOVE 'CARD TABLE FULL - RAISE OCCURS'
006060             TO PK-CALLER-MSG
006070         PERFORM FATAL-PARA
006080     END-IF.
JDM032     MOVE HK-STEPNAME TO PMSK-APPL.
JDM032     MOVE HIST-CARD TO PMSK-CARD.
JDM032     PERFORM MASK-PARA.
006090     IF WS-SIDE = '1'
006100         MOVE HIST-DISP TO R1-DISP (HK-SEQ)
JDM032         MOVE PMSK-CARD TO R1-CARD (HK-SEQ)
006120         IF HK-SEQ > R1-COUNT
006130             MOVE HK-SEQ TO R1-COUNT
006140         END-IF
006150     ELSE
006160         MOVE HIST-DISP TO R2-DISP (HK-SEQ)
JDM032         MOVE PMSK-CARD TO R2-CARD (HK-SEQ)
006180         IF HK-SEQ > R2-COUNT
006190             MOVE HK-SEQ TO R2-COUNT
006200         END-IF
006210     END-IF.
006220     GO TO LOAD-RUN-READ.
006230 LOAD-RUN-EXIT.
006240     EXIT.
006250 PRINT-DECK-PARA.
************************************************************************
006270*    PRINTS CARD CMP-IX OF THE FAILING RUN WITH ITS DISPOSITION
************************************************************************
006290     IF R2-DISP (CMP-IX) = SPACE
006300         GO TO PRINT-DECK-EXIT
006310     END-IF.
006320     IF R2-DISP (CMP-IX) = 'O'
006330         ADD 1 TO WS-O-COUNT
006340     END-IF.
006350     IF R2-DISP (CMP-IX) = 'B'
006360         ADD 1 TO WS-B-COUNT
006370     END-IF.
006380     PERFORM SET-FLAG-PARA.
006390     MOVE CMP-IX TO COR-DECK-SEQ.
006400     MOVE R2-DISP (CMP-IX) TO COR-DECK-DISP.
006410     MOVE R2-CARD (CMP-IX) TO COR-DECK-TEXT.
006420     MOVE COR-DIFF-FLAG TO COR-DECK-FLAG.
006430     WRITE COR-REC FROM COR-DECK-LINE.
006440     PERFORM CHECK-COR-STATUS.
006450 PRINT-DECK-EXIT.
006460     EXIT.
006470 SET-FLAG-PARA.
************************************************************************
006490*    FLAGS AN OVERRIDE OR AN APPROVAL BYPASS IN THE FAILING RUN
************************************************************************
006510     MOVE SPACES TO COR-DIFF-FLAG.
006520     IF R2-DISP (CMP-IX) = 'O'
006530         MOVE '<== SURCHARGE (O)' TO COR-DIFF-FLAG
006540     END-IF.
006550     IF R2-DISP (CMP-IX) = 'B'
006560         MOVE '<== SANS APPROBATION (B)' TO COR-DIFF-FLAG
006570     END-IF.
006580 COMPARE-PARA.
************************************************************************
006600*    COMPARES THE CARD AT POSITION CMP-IX OF BOTH RUNS AND
006610*    PRINTS ONLY A DIFFERENCE - ADDED, REMOVED, TEXT CHANGED AT
006620*    THE SAME POSITION, OR SAME TEXT WITH ANOTHER DISPOSITION.
006630*    CARDS OF THE FAILING RUN CARRY THE OVERRIDE/BYPASS FLAG
************************************************************************
006650     IF CMP-IX > R1-COUNT
006660         MOVE 'AJOUTEE     ' TO COR-DIFF-TAG
006670         MOVE CMP-IX TO COR-DIFF-SEQ
006680         MOVE R2-CARD (CMP-IX) TO COR-DIFF-TEXT
006690         PERFORM SET-FLAG-PARA
006700         PERFORM WRITE-DIFF-PARA
006710         GO TO COMPARE-EXIT
006720     END-IF.
006730     IF CMP-IX > R2-COUNT
006740         MOVE 'SUPPRIMEE   ' TO COR-DIFF-TAG
006750         MOVE CMP-IX TO COR-DIFF-SEQ
006760         MOVE R1-CARD (CMP-IX) TO COR-DIFF-TEXT
006770         MOVE SPACES TO COR-DIFF-FLAG
006780         PERFORM WRITE-DIFF-PARA
006790         GO TO COMPARE-EXIT
006800     END-IF.
006810     IF R1-CARD (CMP-IX) NOT = R2-CARD (CMP-IX)
006820         MOVE 'MODIFIEE DE ' TO COR-DIFF-TAG
006830         MOVE CMP-IX TO COR-DIFF-SEQ
006840         MOVE R1-CARD (CMP-IX) TO COR-DIFF-TEXT
006850         MOVE SPACES TO COR-DIFF-FLAG
006860         PERFORM WRITE-DIFF-PARA
006870         MOVE 'MODIFIEE EN ' TO COR-DIFF-TAG
006880         MOVE CMP-IX TO COR-DIFF-SEQ
006890         MOVE R2-CARD (CMP-IX) TO COR-DIFF-TEXT
006900         PERFORM SET-FLAG-PARA
006910         PERFORM WRITE-DIFF-PARA
006920         GO TO COMPARE-EXIT
006930     END-IF.
006940     IF R1-DISP (CMP-IX) NOT = R2-DISP (CMP-IX)
006950         MOVE 'DISPOSITION ' TO COR-DIFF-TAG
006960         MOVE CMP-IX TO COR-DIFF-SEQ
006970         MOVE R1-CARD (CMP-IX) TO COR-DIFF-TEXT
006980         MOVE SPACES TO COR-DIFF-FLAG
006990         STRING 'AVANT=' R1-DISP (CMP-IX)
007000             '  APRES=' R2-DISP (CMP-IX)
007010             DELIMITED BY SIZE INTO COR-DIFF-FLAG
007020         END-STRING
007030         PERFORM WRITE-DIFF-PARA
007040     END-IF.
007050 COMPARE-EXIT.
007060     EXIT.
007070 WRITE-DIFF-PARA.
007080     ADD 1 TO WS-DIFF-COUNT.
007090     WRITE COR-REC FROM COR-DIFF-LINE.
007100     PERFORM CHECK-COR-STATUS.
007110 WRITE-RUN-PARA.
007120     WRITE COR-REC FROM COR-RUN-LINE.
007130     PERFORM CHECK-COR-STATUS.
007140 WRITE-COUNT-PARA.
007150     WRITE COR-REC FROM COR-COUNT-LINE.
007160     PERFORM CHECK-COR-STATUS.
007170 WRITE-MSG-PARA.
007180     WRITE COR-REC FROM COR-MSG-LINE.
007190     PERFORM CHECK-COR-STATUS.
007200 CHECK-INC-STATUS.
************************************************************************
007220*    STOPS THE JOB IF INCIDENT CANNOT BE OPENED OR READ
************************************************************************
007240     IF F-KEY1 NOT = '00' AND F-KEY1 NOT = '10'
007250         MOVE 'CHECK-INC-STATUS' TO PK-CALLER-PARA
007260         STRING 'I/O ERROR ON INCIDENT - STATUS ' F-KEY1
007270             DELIMITED BY SIZE INTO PK-CALLER-MSG
007280         END-STRING
007290         PERFORM FATAL-PARA
007300     END-IF.
007310 CHECK-HIST-STATUS.
************************************************************************
007330*    STOPS THE JOB IF PARMHIST CANNOT BE OPENED OR READ
************************************************************************
007350     IF F-KEY2 NOT = '00' AND F-KEY2 NOT = '02'
007360         MOVE 'CHECK-HIST-STATUS' TO PK-CALLER-PARA
007370         STRING 'I/O ERROR ON PARMHIST - STATUS ' F-KEY2
007380             DELIMITED BY SIZE INTO PK-CALLER-MSG
007390         END-STRING
007400         PERFORM FATAL-PARA
007410     END-IF.
007420 CHECK-COR-STATUS.
************************************************************************
007440*    STOPS THE JOB IF CORLIST CANNOT BE OPENED OR WRITTEN TO
************************************************************************
007460     IF F-KEY3 NOT = '00'
007470         MOVE 'CHECK-COR-STATUS' TO PK-CALLER-PARA
007480         STRING 'I/O ERROR ON CORLIST - STATUS ' F-KEY3
007490             DELIMITED BY SIZE INTO PK-CALLER-MSG
007500         END-STRING
007510         PERFORM FATAL-PARA
007520     END-IF.
JDM032 MASK-PARA.
************************************************************************
JDM032*    MASKS THE VALUE OF THE CARD IN PMSK-CARD IN PLACE WHEN ITS
JDM032*    KEYWORD IS SENSITIVE FOR THE STEP - BOTH RUNS ARE COMPARED
JDM032*    ON THE MASKED IMAGE, WHOSE FINGERPRINT STILL DIFFERS WHEN
JDM032*    THE VALUE CHANGED. A DICTIONARY PARMMASK CANNOT READ STOPS
JDM032*    THE REPORT
************************************************************************
JDM032     CALL 'PARMMASK' USING PMSK-REQUEST.
JDM032     IF PMSK-RC NOT = '0'
JDM032         MOVE 'MASK-PARA' TO PK-CALLER-PARA
JDM032         MOVE PMSK-MESSAGE TO PK-CALLER-MSG
JDM032         PERFORM FATAL-PARA
JDM032     END-IF.
007530 FATAL-PARA.
************************************************************************
007550*    HANDS THE FAILURE TO RPDUMP - TITLED DIAGNOSTIC DUMP AND
007560*    DOCUMENTED USER ABEND. THE STOP RUN IS A BACKSTOP ONLY,
007570*    FOR THE CASE WHERE RPDUMP ITSELF COMES BACK
************************************************************************
007590     CALL 'RPDUMP' USING PK-CALLER-PGM PK-CALLER-PARA
007600                         PK-CALLER-MSG.
007610     STOP RUN.
