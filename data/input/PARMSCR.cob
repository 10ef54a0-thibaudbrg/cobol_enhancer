000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARMSCR.
000030 AUTHOR.TATA CONSULTANCY SERVICES.
000040 DATE-COMPILED.OCT 2026.
************************************************************************
000060*THIS PROGRAM PRINTS THE MONTHLY PARAMETER GOVERNANCE SCORECARD
000070*FOR AUDIT FROM THE KEYED PARAMETER HISTORY FILE (PARMHIST,
000080*LOADED BY PARMLOAD). FOR EVERY JOB/STEP IT SHOWS, FOR THE
000090*REPORT MONTH NEXT TO THE THREE PRIOR MONTHS:
000100*   - THE NUMBER OF RUNS
000110*   - RESTARTS - RUNS HOLDING 'R' CARDS - AND THE NUMBER OF
000120*     CARDS SKIPPED BY THOSE RESTARTS
000130*   - OPERATOR OVERRIDE CARDS SERVED ('O')
000140*   - APPROVAL BYPASSES ('B')
000150*   - OUT-OF-FORCE EFFECTIVE-DATED CARDS ('N')
000160*   - COMMENT DENSITY - COMMENT CARDS ('C') AS A PERCENTAGE OF
000170*     ALL THE CARDS OF THE MONTH
000180*THE FIRST PAGE RANKS THE TEN JOB/STEPS WITH THE MOST EXCEPTIONS
000190*IN THE REPORT MONTH - OVERRIDES PLUS BYPASSES PLUS RESTARTS.
000200*A JOB/STEP WHOSE OVERRIDE OR RESTART COUNT AT LEAST DOUBLED
000210*FROM THE PRIOR MONTH IS FLAGGED (A RISE FROM ZERO IS FLAGGED
000220*FROM TWO ON, SO A SINGLE OCCURRENCE DOES NOT RAISE IT) AND
000230*SETS RETURN CODE 4.
000240*
000250*THE REPORT PARAMETERS COME THROUGH READCARD:
000260*   MONTH=YYYYMM              (OPTIONAL - DEFAULTS TO THE MONTH
000270*                              BEFORE THE RUN DATE, THE LAST
000280*                              CLOSED MONTH)
************************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT HIST-FILE ASSIGN TO PARMHIST
000340     ORGANIZATION IS INDEXED
000350     ACCESS IS DYNAMIC
000360     RECORD KEY IS HIST-KEY
000370     FILE STATUS IS F-KEY1.
000380
000390     SELECT SCR-FILE ASSIGN TO SCRLIST
000400     ORGANIZATION IS LINE SEQUENTIAL
000410     ACCESS IS SEQUENTIAL
000420     FILE STATUS IS F-KEY2.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD HIST-FILE.
000470 01 HIST-REC.
000480    05 HIST-KEY.
000490       10 HK-STAMP.
000500          15 HK-DATE   PIC 9(8).
000510          15 HK-TIME   PIC 9(8).
000520       10 HK-JOBNAME   PIC X(8).
000530       10 HK-STEPNAME  PIC X(8).
000540       10 HK-SEQ       PIC 9(5).
000550    05 HIST-DISP       PIC X(1).
000560    05 HIST-CARD       PIC X(80).
000570
000580 FD SCR-FILE.
000590 01 SCR-REC          PIC X(133).
000600
000610 WORKING-STORAGE SECTION.
000620 77  CMS-IDENTIFICATION PIC X(8) VALUE 'PARMSCR'.
000630 77  CMS-ID-VALUE PIC X(44)   VALUE
000640         'CMS-ID=15/10/26/09:00:00/GWDR/JDM     /V0   '.
000650 77  F-KEY1        PIC X(2).
000660 77  F-KEY2        PIC X(2).
000670 77  WS-MONTH      PIC 9(6)  VALUE ZERO.
000680 77  WS-TODAY      PIC 9(8).
000690 77  WS-REC-MONTH  PIC 9(6).
000700 77  WS-START-DATE PIC 9(8).
000710 77  WS-RUN-OPEN   PIC X(1)  VALUE 'N'.
000720 77  WS-CUR-STAMP  PIC X(16) VALUE SPACES.
000730 77  WS-CUR-JOB    PIC X(8)  VALUE SPACES.
000740 77  WS-CUR-STEP   PIC X(8)  VALUE SPACES.
000750 77  WS-CUR-R      PIC 9(5) COMP VALUE ZERO.
000760 77  WS-NEW-KEY    PIC X(16).
000770 77  WS-JS-MAX     PIC 9(4) COMP VALUE 1000.
000780 77  WS-JS-COUNT   PIC 9(4) COMP VALUE ZERO.
000790 77  WS-FLAG-COUNT PIC 9(4) COMP VALUE ZERO.
000800 77  WS-RANK-COUNT PIC 9(4) COMP VALUE ZERO.
000810 77  WS-BASE       PIC 9(7) COMP.
000820 77  WS-BEST-EXC   PIC 9(7) COMP.
000830 77  WS-PCT        PIC 9(3)V9.
000840 77  WS-ROW-KIND   PIC 9(1).
000850 77  JS-IX         PIC 9(4) COMP.
000860 77  CUR-IX        PIC 9(4) COMP.
000870 77  SHIFT-IX      PIC 9(4) COMP.
000880 77  BEST-IX       PIC 9(4) COMP.
000890 77  RANK-NO       PIC 9(4) COMP.
000900 77  MIX           PIC 9(1) COMP.
000910 77  CUR-MIX       PIC 9(1) COMP.
000920 77  PS-CARTE      PIC X(80).
000930 77  PS-KEYWORD    PIC X(80).
000940 77  PS-VALUE      PIC X(80).
************************************************************************
000960*    IDENTIFICATION PASSED TO RPDUMP ON EVERY FATAL ERROR SO
000970*    THE FAILURE SURFACES AS A TITLED DUMP AND A DOCUMENTED
000980*    USER ABEND INSTEAD OF A BARE DISPLAY AND STOP RUN
************************************************************************
001000 77  PS-CALLER-PGM  PIC X(8)  VALUE 'PARMSCR'.
001010 77  PS-CALLER-PARA PIC X(30) VALUE SPACES.
001020 77  PS-CALLER-MSG  PIC X(60) VALUE SPACES.
************************************************************************
001040*    THE FOUR MONTHS OF THE SCORECARD - ENTRY 4 IS THE REPORT
001050*    MONTH, ENTRIES 3 TO 1 THE PRIOR MONTHS BACKWARDS
************************************************************************
001070 01  MONTH-TABLE.
001080     05  WS-MON OCCURS 4     PIC 9(6).
001090 01  WS-WORK-MONTH.
001100     05  WS-WORK-YYYY        PIC 9(4).
001110     05  WS-WORK-MM          PIC 9(2).
************************************************************************
001130*    ONE ENTRY PER JOB/STEP, KEPT IN JOB/STEP ORDER FOR THE
001140*    DETAIL PAGES, WITH ONE SET OF COUNTERS PER MONTH
************************************************************************
001160 01  JS-TABLE.
001170     05  JS-ENTRY OCCURS 1000.
001180         10  JS-KEY.
001190             15  JS-JOBNAME      PIC X(8).
001200             15  JS-STEPNAME     PIC X(8).
001210         10  JS-EXC              PIC 9(7) COMP.
001220         10  JS-RANKED           PIC X(1).
001230         10  JS-O-FLAG           PIC X(1).
001240         10  JS-R-FLAG           PIC X(1).
001250         10  JS-MONTH OCCURS 4.
001260             15  JM-RUNS         PIC 9(7) COMP.
001270             15  JM-RESTARTS     PIC 9(7) COMP.
001280             15  JM-SKIPPED      PIC 9(7) COMP.
001290             15  JM-OVER         PIC 9(7) COMP.
001300             15  JM-BYPASS       PIC 9(7) COMP.
001310             15  JM-NIF          PIC 9(7) COMP.
001320             15  JM-COMMENT      PIC 9(7) COMP.
001330             15  JM-CARDS        PIC 9(7) COMP.
************************************************************************
001350*    EDITED VALUES FOR THE MONTH COLUMNS OF THE DETAIL PAGES
************************************************************************
001370 01  WS-EDIT-COUNT       PIC Z(8)9.
001380 01  WS-EDIT-PCT-GRP.
001390     05  FILLER          PIC X(2) VALUE SPACES.
001400     05  WS-EDIT-PCT     PIC ZZ9.9.
001410     05  FILLER          PIC X(2) VALUE ' %'.
************************************************************************
001430*         RECORD FORMATS IN THE SCORECARD LISTING
************************************************************************
001450 01  SCR-TITLE-LINE.
001460     05  FILLER        PIC X(48) VALUE IS
001470         '****** TABLEAU DE BORD GOUVERNANCE PARAMETRES - '.
001480     05  FILLER        PIC X(5) VALUE IS 'MOIS '.
001490     05  SCR-TITLE-MONTH PIC 9(6).
001500     05  FILLER        PIC X(7) VALUE IS ' ******'.
001510     05  FILLER        PIC X(67) VALUE IS SPACES.
001520 01  SCR-HEAD-LINE.
001530     05  SCR-HEAD-TEXT PIC X(80).
001540     05  FILLER        PIC X(53) VALUE IS SPACES.
001550 01  SCR-RANK-HDR.
001560     05  FILLER        PIC X(3) VALUE IS SPACES.
001570     05  FILLER        PIC X(4) VALUE IS 'RANG'.
001580     05  FILLER        PIC X(2) VALUE IS SPACES.
001590     05  FILLER        PIC X(8) VALUE IS 'JOB'.
001600     05  FILLER        PIC X(2) VALUE IS SPACES.
001610     05  FILLER        PIC X(8) VALUE IS 'STEP'.
001620     05  FILLER        PIC X(3) VALUE IS SPACES.
001630     05  FILLER        PIC X(10) VALUE IS 'EXCEPTIONS'.
001640     05  FILLER        PIC X(2) VALUE IS SPACES.
001650     05  FILLER        PIC X(10) VALUE IS 'SURCHARGES'.
001660     05  FILLER        PIC X(2) VALUE IS SPACES.
001670     05  FILLER        PIC X(10) VALUE IS '    BYPASS'.
001680     05  FILLER        PIC X(2) VALUE IS SPACES.
001690     05  FILLER        PIC X(10) VALUE IS '  REPRISES'.
001700     05  FILLER        PIC X(2) VALUE IS SPACES.
001710     05  FILLER        PIC X(10) VALUE IS '  PASSAGES'.
001720     05  FILLER        PIC X(3) VALUE IS SPACES.
001730     05  FILLER        PIC X(30) VALUE IS 'EVOLUTION'.
001740     05  FILLER        PIC X(12) VALUE IS SPACES.
001750 01  SCR-RANK-LINE.
001760     05  FILLER        PIC X(3) VALUE IS SPACES.
001770     05  SCR-RANK-NO   PIC ZZZ9.
001780     05  FILLER        PIC X(2) VALUE IS SPACES.
001790     05  SCR-RANK-JOB  PIC X(8).
001800     05  FILLER        PIC X(2) VALUE IS SPACES.
001810     05  SCR-RANK-STEP PIC X(8).
001820     05  FILLER        PIC X(3) VALUE IS SPACES.
001830     05  SCR-RANK-EXC  PIC Z(9)9.
001840     05  FILLER        PIC X(2) VALUE IS SPACES.
001850     05  SCR-RANK-OVER PIC Z(9)9.
001860     05  FILLER        PIC X(2) VALUE IS SPACES.
001870     05  SCR-RANK-BYP  PIC Z(9)9.
001880     05  FILLER        PIC X(2) VALUE IS SPACES.
001890     05  SCR-RANK-RST  PIC Z(9)9.
001900     05  FILLER        PIC X(2) VALUE IS SPACES.
001910     05  SCR-RANK-RUNS PIC Z(9)9.
001920     05  FILLER        PIC X(3) VALUE IS SPACES.
001930     05  SCR-RANK-FLAG PIC X(30).
001940     05  FILLER        PIC X(12) VALUE IS SPACES.
001950 01  SCR-JOB-LINE.
001960     05  FILLER        PIC X(6) VALUE IS 'JOB = '.
001970     05  SCR-JOB-NAME  PIC X(8).
001980     05  FILLER        PIC X(9) VALUE IS '  STEP = '.
001990     05  SCR-JOB-STEP  PIC X(8).
002000     05  FILLER        PIC X(3) VALUE IS SPACES.
002010     05  SCR-JOB-FLAG  PIC X(30).
002020     05  FILLER        PIC X(69) VALUE IS SPACES.
002030 01  SCR-MONTH-HDR.
002040     05  FILLER        PIC X(3) VALUE IS SPACES.
002050     05  FILLER        PIC X(28) VALUE IS 'MESURE'.
002060     05  SCR-HDR-COL OCCURS 4.
002070         10  FILLER        PIC X(6).
002080         10  SCR-HDR-MON   PIC 9(6).
002090     05  FILLER        PIC X(2) VALUE IS SPACES.
002100     05  FILLER        PIC X(24) VALUE IS 'EVOLUTION'.
002110     05  FILLER        PIC X(28) VALUE IS SPACES.
002120 01  SCR-ROW-LINE.
002130     05  FILLER        PIC X(3) VALUE IS SPACES.
002140     05  SCR-ROW-LABEL PIC X(28).
002150     05  SCR-ROW-COL OCCURS 4.
002160         10  FILLER        PIC X(3).
002170         10  SCR-ROW-VAL   PIC X(9).
002180     05  FILLER        PIC X(2) VALUE IS SPACES.
002190     05  SCR-ROW-FLAG  PIC X(24).
002200     05  FILLER        PIC X(28) VALUE IS SPACES.
002210 01  SCR-COUNT-LINE.
002220     05  FILLER        PIC X(3) VALUE IS SPACES.
002230     05  SCR-COUNT-LABEL PIC X(40).
002240     05  FILLER        PIC X(2) VALUE IS ': '.
002250     05  SCR-COUNT-VALUE PIC ZZZZ9.
002260     05  FILLER        PIC X(83) VALUE IS SPACES.
002270 01  SCR-BLANK-LINE.
002280     05  FILLER        PIC X(133) VALUE IS SPACES.
002290 01  SCR-MSG-LINE.
002300     05  FILLER        PIC X(3) VALUE IS SPACES.
002310     05  SCR-MSG-TEXT  PIC X(60).
002320     05  FILLER        PIC X(70) VALUE IS SPACES.
002330 PROCEDURE DIVISION.
002340 MAIN-PARA.
************************************************************************
002360*         READS THE MONTH, SCORES THE HISTORY, PRINTS
************************************************************************
002380     PERFORM GET-PARMS-PARA THRU GET-PARMS-EXIT.
002390     IF WS-MONTH = ZERO
002400         ACCEPT WS-TODAY FROM DATE YYYYMMDD
002410         MOVE WS-TODAY (1:6) TO WS-WORK-MONTH
002420         PERFORM PREV-MONTH-PARA
002430         MOVE WS-WORK-MONTH TO WS-MONTH
002440     END-IF.
002450     MOVE WS-MONTH TO WS-WORK-MONTH.
002460     MOVE WS-MONTH TO WS-MON (4).
002470     PERFORM PREV-MONTH-PARA.
002480     MOVE WS-WORK-MONTH TO WS-MON (3).
002490     PERFORM PREV-MONTH-PARA.
002500     MOVE WS-WORK-MONTH TO WS-MON (2).
002510     PERFORM PREV-MONTH-PARA.
002520     MOVE WS-WORK-MONTH TO WS-MON (1).
002530     COMPUTE WS-START-DATE = WS-MON (1) * 100 + 1.
002540     OPEN INPUT HIST-FILE.
002550     PERFORM CHECK-HIST-STATUS.
002560     OPEN OUTPUT SCR-FILE.
002570     PERFORM CHECK-SCR-STATUS.
002580     PERFORM BROWSE-HIST-PARA THRU BROWSE-HIST-EXIT.
002590     IF WS-RUN-OPEN = 'Y'
002600         PERFORM END-RUN-PARA
002610     END-IF.
002620     CLOSE HIST-FILE.
002630     PERFORM SCORE-PARA
002640         VARYING JS-IX FROM 1 BY 1
002650         UNTIL JS-IX > WS-JS-COUNT.
002660     MOVE WS-MONTH TO SCR-TITLE-MONTH.
002670     WRITE SCR-REC FROM SCR-TITLE-LINE.
002680     PERFORM CHECK-SCR-STATUS.
002690     IF WS-JS-COUNT = ZERO
002700         MOVE 'AUCUN PASSAGE DANS PARMHIST SUR LES QUATRE MOIS'
002710             TO SCR-MSG-TEXT
002720         PERFORM WRITE-MSG-PARA
002730         GO TO CLOSE-PARA
002740     END-IF.
002750     PERFORM TOP-SECT-PARA.
002760     PERFORM DETAIL-SECT-PARA.
002770     WRITE SCR-REC FROM SCR-BLANK-LINE.
002780     PERFORM CHECK-SCR-STATUS.
002790     MOVE 'JOB/STEPS ANALYSES' TO SCR-COUNT-LABEL.
002800     MOVE WS-JS-COUNT TO SCR-COUNT-VALUE.
002810     PERFORM WRITE-COUNT-PARA.
002820     MOVE 'JOB/STEPS SIGNALES (SURCHARGES/REPRISES X2)'
002830         TO SCR-COUNT-LABEL.
002840     MOVE WS-FLAG-COUNT TO SCR-COUNT-VALUE.
002850     PERFORM WRITE-COUNT-PARA.
002860     IF WS-FLAG-COUNT > ZERO
002870         MOVE 4 TO RETURN-CODE
002880     END-IF.
002890 CLOSE-PARA.
002900     CLOSE SCR-FILE.
002910     DISPLAY 'PARMSCR - JOB/STEPS ' WS-JS-COUNT
002920         ' SIGNALES ' WS-FLAG-COUNT.
002930     GOBACK.
002940 GET-PARMS-PARA.
************************************************************************
002960*         READS THE REPORT PARAMETER CARD THROUGH READCARD
************************************************************************
002980     CALL 'READCARD' USING PS-CARTE.
002990     IF PS-CARTE = '/*'
003000         GO TO GET-PARMS-EXIT
003010     END-IF.
003020     UNSTRING PS-CARTE DELIMITED BY '='
003030         INTO PS-KEYWORD PS-VALUE
003040     END-UNSTRING.
003050     IF FUNCTION TRIM(PS-KEYWORD) = 'MONTH'
003060         AND PS-VALUE (1:6) NUMERIC
003070         AND PS-VALUE (5:2) >= '01' AND PS-VALUE (5:2) <= '12'
003080         MOVE PS-VALUE (1:6) TO WS-MONTH
003090         GO TO GET-PARMS-PARA
003100     END-IF.
003110     DISPLAY 'PARMSCR - CARD IGNORED - ' PS-CARTE (1:40).
003120     GO TO GET-PARMS-PARA.
003130 GET-PARMS-EXIT.
003140     EXIT.
003150 PREV-MONTH-PARA.
************************************************************************
003170*         STEPS WS-WORK-MONTH BACK ONE CALENDAR MONTH
************************************************************************
003190     IF WS-WORK-MM = 1
003200         MOVE 12 TO WS-WORK-MM
003210         SUBTRACT 1 FROM WS-WORK-YYYY
003220     ELSE
003230         SUBTRACT 1 FROM WS-WORK-MM
003240     END-IF.
003250 BROWSE-HIST-PARA.
************************************************************************
003270*    READS THE FOUR MONTHS OF HISTORY IN KEY ORDER. THE CARDS OF
003280*    ONE RUN ARE CONSECUTIVE (DATE AND TIME LEAD THE KEY), SO A
003290*    CHANGE OF STAMP OR JOB/STEP CLOSES THE RUN IN HAND
************************************************************************
003310     MOVE LOW-VALUES TO HIST-KEY.
003320     MOVE WS-START-DATE TO HK-DATE.
003330     START HIST-FILE KEY NOT < HIST-KEY
003340         INVALID KEY GO TO BROWSE-HIST-EXIT
003350     END-START.
003360 BROWSE-HIST-READ.
003370     READ HIST-FILE NEXT RECORD
003380         AT END GO TO BROWSE-HIST-EXIT
003390     END-READ.
003400     PERFORM CHECK-HIST-STATUS.
003410     MOVE HK-DATE (1:6) TO WS-REC-MONTH.
003420     IF WS-REC-MONTH > WS-MON (4)
003430         GO TO BROWSE-HIST-EXIT
003440     END-IF.
003450     IF HK-STAMP NOT = WS-CUR-STAMP
003460         OR HK-JOBNAME NOT = WS-CUR-JOB
003470         OR HK-STEPNAME NOT = WS-CUR-STEP
003480         IF WS-RUN-OPEN = 'Y'
003490             PERFORM END-RUN-PARA
003500         END-IF
003510         PERFORM START-RUN-PARA THRU START-RUN-EXIT
003520     END-IF.
003530     ADD 1 TO JM-CARDS (CUR-IX, CUR-MIX).
003540     IF HIST-DISP = 'R'
003550         ADD 1 TO JM-SKIPPED (CUR-IX, CUR-MIX)
003560         ADD 1 TO WS-CUR-R
003570     END-IF.
003580     IF HIST-DISP = 'O'
003590         ADD 1 TO JM-OVER (CUR-IX, CUR-MIX)
003600     END-IF.
003610     IF HIST-DISP = 'B'
003620         ADD 1 TO JM-BYPASS (CUR-IX, CUR-MIX)
003630     END-IF.
003640     IF HIST-DISP = 'N'
003650         ADD 1 TO JM-NIF (CUR-IX, CUR-MIX)
003660     END-IF.
003670     IF HIST-DISP = 'C'
003680         ADD 1 TO JM-COMMENT (CUR-IX, CUR-MIX)
003690     END-IF.
003700     GO TO BROWSE-HIST-READ.
003710 BROWSE-HIST-EXIT.
003720     EXIT.
003730 START-RUN-PARA.
************************************************************************
003750*    OPENS A NEW RUN - LOCATES (OR ADDS) ITS JOB/STEP ENTRY AND
003760*    THE MONTH COLUMN IT COUNTS IN
************************************************************************
003780     MOVE HK-STAMP    TO WS-CUR-STAMP.
003790     MOVE HK-JOBNAME  TO WS-CUR-JOB.
003800     MOVE HK-STEPNAME TO WS-CUR-STEP.
003810     MOVE ZERO TO WS-CUR-R.
003820     MOVE 'Y' TO WS-RUN-OPEN.
003830     MOVE 4 TO CUR-MIX.
003840     IF WS-REC-MONTH = WS-MON (1)
003850         MOVE 1 TO CUR-MIX
003860     END-IF.
003870     IF WS-REC-MONTH = WS-MON (2)
003880         MOVE 2 TO CUR-MIX
003890     END-IF.
003900     IF WS-REC-MONTH = WS-MON (3)
003910         MOVE 3 TO CUR-MIX
003920     END-IF.
003930     MOVE HK-JOBNAME  TO WS-NEW-KEY (1:8).
003940     MOVE HK-STEPNAME TO WS-NEW-KEY (9:8).
003950     MOVE 1 TO CUR-IX.
003960 START-RUN-LOOP.
003970     IF CUR-IX > WS-JS-COUNT
003980         GO TO START-RUN-INSERT
003990     END-IF.
004000     IF JS-KEY (CUR-IX) = WS-NEW-KEY
004010         GO TO START-RUN-COUNT
004020     END-IF.
004030     IF JS-KEY (CUR-IX) > WS-NEW-KEY
004040         GO TO START-RUN-INSERT
004050     END-IF.
004060     ADD 1 TO CUR-IX.
004070     GO TO START-RUN-LOOP.
004080 START-RUN-INSERT.
004090     IF WS-JS-COUNT NOT < WS-JS-MAX
004100         MOVE 'START-RUN-INSERT' TO PS-CALLER-PARA
004110         MOVE 'JOB/STEP TABLE FULL - RAISE OCCURS'
004120             TO PS-CALLER-MSG
004130         PERFORM FATAL-PARA
004140     END-IF.
004150     PERFORM SHIFT-JS-PARA
004160         VARYING SHIFT-IX FROM WS-JS-COUNT BY -1
004170         UNTIL SHIFT-IX < CUR-IX.
004180     ADD 1 TO WS-JS-COUNT.
004190     INITIALIZE JS-ENTRY (CUR-IX).
004200     MOVE WS-NEW-KEY TO JS-KEY (CUR-IX).
004210 START-RUN-COUNT.
004220     ADD 1 TO JM-RUNS (CUR-IX, CUR-MIX).
004230 START-RUN-EXIT.
004240     EXIT.
004250 SHIFT-JS-PARA.
004260     MOVE JS-ENTRY (SHIFT-IX) TO JS-ENTRY (SHIFT-IX + 1).
004270 END-RUN-PARA.
************************************************************************
004290*         A RUN THAT SKIPPED CARDS IS A RESTART
************************************************************************
004310     IF WS-CUR-R > ZERO
004320         ADD 1 TO JM-RESTARTS (CUR-IX, CUR-MIX)
004330     END-IF.
004340 SCORE-PARA.
************************************************************************
004360*    EXCEPTIONS OF THE REPORT MONTH FOR THE RANKING, AND THE
004370*    MONTH-ON-MONTH DOUBLING FLAGS
************************************************************************
004390     COMPUTE JS-EXC (JS-IX) = JM-OVER (JS-IX, 4)
004400         + JM-BYPASS (JS-IX, 4) + JM-RESTARTS (JS-IX, 4).
004410     MOVE 'N' TO JS-RANKED (JS-IX) JS-O-FLAG (JS-IX)
004420                 JS-R-FLAG (JS-IX).
004430     MOVE JM-OVER (JS-IX, 3) TO WS-BASE.
004440     IF WS-BASE = ZERO
004450         MOVE 1 TO WS-BASE
004460     END-IF.
004470     IF JM-OVER (JS-IX, 4) NOT < 2 * WS-BASE
004480         MOVE 'Y' TO JS-O-FLAG (JS-IX)
004490     END-IF.
004500     MOVE JM-RESTARTS (JS-IX, 3) TO WS-BASE.
004510     IF WS-BASE = ZERO
004520         MOVE 1 TO WS-BASE
004530     END-IF.
004540     IF JM-RESTARTS (JS-IX, 4) NOT < 2 * WS-BASE
004550         MOVE 'Y' TO JS-R-FLAG (JS-IX)
004560     END-IF.
004570     IF JS-O-FLAG (JS-IX) = 'Y' OR JS-R-FLAG (JS-IX) = 'Y'
004580         ADD 1 TO WS-FLAG-COUNT
004590     END-IF.
004600 TOP-SECT-PARA.
************************************************************************
004620*         FRONT PAGE - TOP TEN JOB/STEPS BY EXCEPTIONS
************************************************************************
004640     WRITE SCR-REC FROM SCR-BLANK-LINE.
004650     PERFORM CHECK-SCR-STATUS.
004660     MOVE 'TOP 10 DES JOB/STEPS PAR EXCEPTIONS DU MOIS'
004670         TO SCR-HEAD-TEXT.
004680     MOVE '(SURCHARGES + BYPASS + REPRISES)'
004690         TO SCR-HEAD-TEXT (45:36).
004700     WRITE SCR-REC FROM SCR-HEAD-LINE.
004710     PERFORM CHECK-SCR-STATUS.
004720     WRITE SCR-REC FROM SCR-RANK-HDR.
004730     PERFORM CHECK-SCR-STATUS.
004740     PERFORM RANK-PARA THRU RANK-EXIT
004750         VARYING RANK-NO FROM 1 BY 1
004760         UNTIL RANK-NO > 10.
004770     IF WS-RANK-COUNT = ZERO
004780         MOVE 'AUCUNE EXCEPTION SUR LE MOIS' TO SCR-MSG-TEXT
004790         PERFORM WRITE-MSG-PARA
004800     END-IF.
004810 RANK-PARA.
************************************************************************
004830*    PICKS THE UNRANKED JOB/STEP WITH THE MOST EXCEPTIONS - ON A
004840*    TIE THE FIRST IN JOB/STEP ORDER. NONE LEFT ENDS THE PAGE
************************************************************************
004860     MOVE ZERO TO BEST-IX WS-BEST-EXC.
004870     PERFORM FIND-BEST-PARA
004880         VARYING JS-IX FROM 1 BY 1
004890         UNTIL JS-IX > WS-JS-COUNT.
004900     IF BEST-IX = ZERO
004910         GO TO RANK-EXIT
004920     END-IF.
004930     ADD 1 TO WS-RANK-COUNT.
004940     MOVE 'Y' TO JS-RANKED (BEST-IX).
004950     MOVE RANK-NO                  TO SCR-RANK-NO.
004960     MOVE JS-JOBNAME (BEST-IX)     TO SCR-RANK-JOB.
004970     MOVE JS-STEPNAME (BEST-IX)    TO SCR-RANK-STEP.
004980     MOVE JS-EXC (BEST-IX)         TO SCR-RANK-EXC.
004990     MOVE JM-OVER (BEST-IX, 4)     TO SCR-RANK-OVER.
005000     MOVE JM-BYPASS (BEST-IX, 4)   TO SCR-RANK-BYP.
005010     MOVE JM-RESTARTS (BEST-IX, 4) TO SCR-RANK-RST.
005020     MOVE JM-RUNS (BEST-IX, 4)     TO SCR-RANK-RUNS.
005030     MOVE BEST-IX TO JS-IX.
005040     PERFORM SET-FLAG-PARA.
005050     MOVE SCR-JOB-FLAG TO SCR-RANK-FLAG.
005060     WRITE SCR-REC FROM SCR-RANK-LINE.
005070     PERFORM CHECK-SCR-STATUS.
005080 RANK-EXIT.
005090     EXIT.
005100 FIND-BEST-PARA.
005110     IF JS-RANKED (JS-IX) = 'N'
005120         AND JS-EXC (JS-IX) > WS-BEST-EXC
005130         MOVE JS-EXC (JS-IX) TO WS-BEST-EXC
005140         MOVE JS-IX TO BEST-IX
005150     END-IF.
005160 SET-FLAG-PARA.
************************************************************************
005180*         DOUBLING FLAGS OF JOB/STEP JS-IX IN TEXT FORM
************************************************************************
005200     MOVE SPACES TO SCR-JOB-FLAG.
005210     IF JS-O-FLAG (JS-IX) = 'Y'
005220         MOVE 'SURCHARGES X2' TO SCR-JOB-FLAG (1:13)
005230     END-IF.
005240     IF JS-R-FLAG (JS-IX) = 'Y'
005250         MOVE 'REPRISES X2' TO SCR-JOB-FLAG (16:11)
005260     END-IF.
005270 DETAIL-SECT-PARA.
************************************************************************
005290*    DETAIL PAGES - EVERY JOB/STEP, REPORT MONTH IN THE LAST
005300*    COLUMN AFTER THE THREE PRIOR MONTHS
************************************************************************
005320     WRITE SCR-REC FROM SCR-BLANK-LINE.
005330     PERFORM CHECK-SCR-STATUS.
005340     MOVE 'DETAIL PAR JOB/STEP - MOIS DU RAPPORT ET TROIS MOIS'
005350         TO SCR-HEAD-TEXT.
005360     MOVE 'PRECEDENTS' TO SCR-HEAD-TEXT (53:10).
005370     WRITE SCR-REC FROM SCR-HEAD-LINE.
005380     PERFORM CHECK-SCR-STATUS.
005390     PERFORM FILL-HDR-PARA
005400         VARYING MIX FROM 1 BY 1 UNTIL MIX > 4.
005410     PERFORM PRINT-JS-PARA
005420         VARYING JS-IX FROM 1 BY 1
005430         UNTIL JS-IX > WS-JS-COUNT.
005440 FILL-HDR-PARA.
005450     MOVE SPACES TO SCR-HDR-COL (MIX).
005460     MOVE WS-MON (MIX) TO SCR-HDR-MON (MIX).
005470 PRINT-JS-PARA.
************************************************************************
005490*         ONE BLOCK OF MEASURES PER JOB/STEP
************************************************************************
005510     WRITE SCR-REC FROM SCR-BLANK-LINE.
005520     PERFORM CHECK-SCR-STATUS.
005530     MOVE JS-JOBNAME (JS-IX)  TO SCR-JOB-NAME.
005540     MOVE JS-STEPNAME (JS-IX) TO SCR-JOB-STEP.
005550     PERFORM SET-FLAG-PARA.
005560     WRITE SCR-REC FROM SCR-JOB-LINE.
005570     PERFORM CHECK-SCR-STATUS.
005580     WRITE SCR-REC FROM SCR-MONTH-HDR.
005590     PERFORM CHECK-SCR-STATUS.
005600     PERFORM PRINT-ROW-PARA
005610         VARYING WS-ROW-KIND FROM 1 BY 1
005620         UNTIL WS-ROW-KIND > 7.
005630 PRINT-ROW-PARA.
************************************************************************
005650*    ONE MEASURE ACROSS THE FOUR MONTHS - THE DOUBLING FLAGS
005660*    GO ON THE OVERRIDE AND RESTART ROWS
************************************************************************
005680     MOVE SPACES TO SCR-ROW-FLAG.
005690     IF WS-ROW-KIND = 1
005700         MOVE 'PASSAGES' TO SCR-ROW-LABEL
005710     END-IF.
005720     IF WS-ROW-KIND = 2
005730         MOVE 'REPRISES (PASSAGES AVEC R)' TO SCR-ROW-LABEL
005740         IF JS-R-FLAG (JS-IX) = 'Y'
005750             MOVE '<== DOUBLE SUR LE MOIS' TO SCR-ROW-FLAG
005760         END-IF
005770     END-IF.
005780     IF WS-ROW-KIND = 3
005790         MOVE 'CARTES SAUTEES (R)' TO SCR-ROW-LABEL
005800     END-IF.
005810     IF WS-ROW-KIND = 4
005820         MOVE 'SURCHARGES SERVIES (O)' TO SCR-ROW-LABEL
005830         IF JS-O-FLAG (JS-IX) = 'Y'
005840             MOVE '<== DOUBLE SUR LE MOIS' TO SCR-ROW-FLAG
005850         END-IF
005860     END-IF.
005870     IF WS-ROW-KIND = 5
005880         MOVE 'BYPASS APPROBATION (B)' TO SCR-ROW-LABEL
005890     END-IF.
005900     IF WS-ROW-KIND = 6
005910         MOVE 'HORS VIGUEUR (N)' TO SCR-ROW-LABEL
005920     END-IF.
005930     IF WS-ROW-KIND = 7
005940         MOVE 'DENSITE COMMENTAIRES (C)' TO SCR-ROW-LABEL
005950     END-IF.
005960     PERFORM FILL-ROW-PARA
005970         VARYING MIX FROM 1 BY 1 UNTIL MIX > 4.
005980     WRITE SCR-REC FROM SCR-ROW-LINE.
005990     PERFORM CHECK-SCR-STATUS.
006000 FILL-ROW-PARA.
006010     MOVE SPACES TO SCR-ROW-COL (MIX).
006020     IF WS-ROW-KIND = 1
006030         MOVE JM-RUNS (JS-IX, MIX) TO WS-EDIT-COUNT
006040     END-IF.
006050     IF WS-ROW-KIND = 2
006060         MOVE JM-RESTARTS (JS-IX, MIX) TO WS-EDIT-COUNT
006070     END-IF.
006080     IF WS-ROW-KIND = 3
006090         MOVE JM-SKIPPED (JS-IX, MIX) TO WS-EDIT-COUNT
006100     END-IF.
006110     IF WS-ROW-KIND = 4
006120         MOVE JM-OVER (JS-IX, MIX) TO WS-EDIT-COUNT
006130     END-IF.
006140     IF WS-ROW-KIND = 5
006150         MOVE JM-BYPASS (JS-IX, MIX) TO WS-EDIT-COUNT
006160     END-IF.
006170     IF WS-ROW-KIND = 6
006180         MOVE JM-NIF (JS-IX, MIX) TO WS-EDIT-COUNT
006190     END-IF.
006200     IF WS-ROW-KIND = 7
006210         MOVE ZERO TO WS-PCT
006220         IF JM-CARDS (JS-IX, MIX) > ZERO
006230             COMPUTE WS-PCT ROUNDED = JM-COMMENT (JS-IX, MIX)
006240                 * 100 / JM-CARDS (JS-IX, MIX)
006250         END-IF
006260         MOVE WS-PCT TO WS-EDIT-PCT
006270         MOVE WS-EDIT-PCT-GRP TO SCR-ROW-VAL (MIX)
006280     ELSE
006290         MOVE WS-EDIT-COUNT TO SCR-ROW-VAL (MIX)
006300     END-IF.
006310 WRITE-COUNT-PARA.
006320     WRITE SCR-REC FROM SCR-COUNT-LINE.
006330     PERFORM CHECK-SCR-STATUS.
006340 WRITE-MSG-PARA.
006350     WRITE SCR-REC FROM SCR-MSG-LINE.
006360     PERFORM CHECK-SCR-STATUS.
006370 CHECK-HIST-STATUS.
************************************************************************
006390*    STOPS THE JOB IF PARMHIST CANNOT BE OPENED OR READ
************************************************************************
006410     IF F-KEY1 NOT = '00' AND F-KEY1 NOT = '02'
006420         MOVE 'CHECK-HIST-STATUS' TO PS-CALLER-PARA
006430         STRING 'I/O ERROR ON PARMHIST - STATUS ' F-KEY1
006440             DELIMITED BY SIZE INTO PS-CALLER-MSG
006450         END-STRING
006460         PERFORM FATAL-PARA
006470     END-IF.
006480 CHECK-SCR-STATUS.
************************************************************************
006500*    STOPS THE JOB IF SCRLIST CANNOT BE OPENED OR WRITTEN TO
************************************************************************
006520     IF F-KEY2 NOT = '00'
006530         MOVE 'CHECK-SCR-STATUS' TO PS-CALLER-PARA
006540         STRING 'I/O ERROR ON SCRLIST - STATUS ' F-KEY2
006550             DELIMITED BY SIZE INTO PS-CALLER-MSG
006560         END-STRING
006570         PERFORM FATAL-PARA
006580     END-IF.
006590 FATAL-PARA.
************************************************************************
006610*    HANDS THE FAILURE TO RPDUMP - TITLED DIAGNOSTIC DUMP AND
006620*    DOCUMENTED USER ABEND. THE STOP RUN IS A BACKSTOP ONLY,
006630*    FOR THE CASE WHERE RPDUMP ITSELF COMES BACK
************************************************************************
006650     CALL 'RPDUMP' USING PS-CALLER-PGM PS-CALLER-PARA
006660                         PS-CALLER-MSG.
006670     STOP RUN.
