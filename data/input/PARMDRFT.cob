000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARMDRFT.
000030 AUTHOR.TATA CONSULTANCY SERVICES.
000040 DATE-COMPILED.OCT 2026.
************************************************************************
000060*THIS PROGRAM DETECTS VALUE DRIFT ON THE NUMERIC PARAMETERS OF
000070*THE DAY'S RUNS. EVERY KEYWORD THE PARAMETER DICTIONARY
000080*(PARMDICT) TYPES 'N' IS BROWSED IN THE KEYWORD CROSS-REFERENCE
000090*(PARMXREF) OVER A TRAILING WINDOW AND EACH VALUE SERVED ON THE
000100*ANALYSIS DATE IS COMPARED WITH THE TRAILING HISTORY OF THE SAME
000110*KEYWORD FOR THE SAME JOB/STEP (THE LAST HISTORY=NN RUNS THAT
000120*SERVED IT INSIDE THE WINDOW). A VALUE IS A DRIFT WHEN:
000130*   - IT MOVES FROM THE TRAILING AVERAGE BY MORE THAN THE
000140*     KEYWORD'S TOLERANCE (PER CENT OF THE AVERAGE)
000150*   - IT CHANGES ON A KEYWORD THAT HELD ONE VALUE FOR THE
000160*     KEYWORD'S CONSTANT-RUN COUNT OF RUNS OR MORE
000170*A VALUE WITHIN PARMCHK'S MIN:MAX RANGE CAN STILL DRIFT - THE
000180*RANGE SAYS WHAT IS LEGAL, THE HISTORY SAYS WHAT IS USUAL.
000190*ONLY CARDS SERVED TO THE PROGRAM ('L' AND 'O') COUNT; THE
000200*KEYWORD IS CHECKED FOR A STEP ONLY WHEN THE ENTRY GOVERNING IT
000210*FOR THAT STEP (FIRST IN DICTIONARY ORDER FOR THE STEP OR 'ALL',
000220*AS PARMCHK FINDS IT) IS TYPE 'N'. A JOB/STEP WITH NO TRAILING
000230*HISTORY HAS NOTHING TO DRIFT FROM AND IS NOT FLAGGED.
JDM032*A KEYWORD WHOSE GOVERNING ENTRY IS FLAGGED SENSITIVE (COL 30
JDM032*'S') IS NOT ANALYSED - ITS VALUES ARE STORED MASKED AND MUST
JDM032*NOT BE PRINTED ON THE DRIFT LISTING.
000240*
000250*A DRIFT IS A REPEAT WHEN THE SAME KEYWORD ALREADY DRIFTED FOR
000260*THE SAME JOB/STEP ON AN EARLIER RUN OF THE LAST REPEAT=NN DAYS.
000270*EVERY REPEAT IS WRITTEN TO RPDUMP'S INCIDENT DATASET WITH
000280*WARNING SEVERITY AND THE JOB/STEP IT HAPPENED UNDER.
000290*
000300*THE RETURN CODE IS 8 WHEN ANY VALUE DRIFTED SO THE SCHEDULER
000310*CAN HOLD THE DEPENDENT STEPS, AND THE DRIFT COUNT IS ANNOUNCED
000320*ON THE CONSOLE.
000330*
000340*TOLERANCES PER KEYWORD COME FROM THE DRIFT CONTROL DATASET
000350*(DRFTTOL, OPTIONAL - '*' = COMMENT):
000360*   COLS  1-16  KEYWORD
000370*   COLS 18-20  TOLERANCE IN PER CENT (BLANK = DEFAULT)
000380*   COLS 22-23  CONSTANT-RUN COUNT (BLANK = DEFAULT, 00 = NO
000390*               CONSTANT CHECK FOR THE KEYWORD)
000400*
000410*THE ANALYSIS PARAMETERS COME THROUGH READCARD:
000420*   DATE=YYYYMMDD             (OPTIONAL - ANALYSIS DATE,
000430*                              DEFAULT TODAY)
000440*   DAYS=NNN                  (OPTIONAL - TRAILING WINDOW IN
000450*                              DAYS, DEFAULT 35)
000460*   HISTORY=NN                (OPTIONAL - TRAILING RUNS THE
000470*                              AVERAGE IS TAKEN OVER, DEFAULT 20)
000480*   TOLERANCE=NNN             (OPTIONAL - DEFAULT TOLERANCE IN
000490*                              PER CENT, DEFAULT 50)
000500*   CONSTANT=NN               (OPTIONAL - DEFAULT CONSTANT-RUN
000510*                              COUNT, DEFAULT 5)
000520*   REPEAT=NN                 (OPTIONAL - REPEAT WINDOW IN
000530*                              DAYS, DEFAULT 7)
************************************************************************
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT DICT-IN ASSIGN TO PARMDICT
000590     ORGANIZATION IS LINE SEQUENTIAL
000600     ACCESS IS SEQUENTIAL
000610     FILE STATUS IS F-KEY1.
000620
000630     SELECT OPTIONAL TOL-FILE ASSIGN TO DRFTTOL
000640     ORGANIZATION IS LINE SEQUENTIAL
000650     ACCESS IS SEQUENTIAL
000660     FILE STATUS IS F-KEY2.
000670
000680     SELECT XREF-FILE ASSIGN TO PARMXREF
000690     ORGANIZATION IS INDEXED
000700     ACCESS IS DYNAMIC
000710     RECORD KEY IS XREF-KEY
000720     FILE STATUS IS F-KEY3.
000730
000740     SELECT DRL-FILE ASSIGN TO DRFTLIST
000750     ORGANIZATION IS LINE SEQUENTIAL
000760     ACCESS IS SEQUENTIAL
000770     FILE STATUS IS F-KEY4.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD DICT-IN.
000820 01 DICTIN-REC       PIC X(80).
000830
000840 FD TOL-FILE.
000850 01 TOL-REC          PIC X(80).
000860
000870 FD XREF-FILE.
000880 01 XREF-REC.
000890    05 XREF-KEY.
000900       10 XK-KEYWORD   PIC X(16).
000910       10 XK-DATE      PIC 9(8).
000920       10 XK-TIME      PIC 9(8).
000930       10 XK-JOBNAME   PIC X(8).
000940       10 XK-STEPNAME  PIC X(8).
000950       10 XK-SEQ       PIC 9(5).
000960    05 XREF-DISP       PIC X(1).
000970    05 XREF-VALUE      PIC X(60).
000980
000990 FD DRL-FILE.
001000 01 DRL-REC          PIC X(133).
001010
001020 WORKING-STORAGE SECTION.
001030 77  CMS-IDENTIFICATION PIC X(8) VALUE 'PARMDRFT'.
001040 77  CMS-ID-VALUE PIC X(44)   VALUE
001050         'CMS-ID=15/10/26/09:00:00/GWDR/JDM     /V0   '.
001060 77  F-KEY1        PIC X(2).
001070 77  F-KEY2        PIC X(2).
001080 77  F-KEY3        PIC X(2).
001090 77  F-KEY4        PIC X(2).
001100 77  WS-TOL-EOF    PIC X(1) VALUE 'N'.
001110 77  WS-RUN-DATE   PIC 9(8) VALUE ZERO.
001120 77  WS-DAYS       PIC 9(3) VALUE 35.
001130 77  WS-HISTORY    PIC 9(2) VALUE 20.
001140 77  WS-TOLERANCE  PIC 9(3) VALUE 50.
001150 77  WS-CONSTANT   PIC 9(2) VALUE 5.
001160 77  WS-REPEAT     PIC 9(2) VALUE 7.
001170 77  WS-CUTOFF     PIC 9(8).
001180 77  WS-REPEAT-FROM PIC 9(8).
001190 77  WS-ENTRY-MAX  PIC 9(3) COMP VALUE 500.
001200 77  WS-ENTRY-COUNT PIC 9(3) COMP VALUE ZERO.
001210 77  TBL-IX        PIC 9(3) COMP.
001220 77  WS-SX         PIC 9(3) COMP.
001230 77  WS-GOV-IX     PIC 9(3) COMP.
001240 77  WS-KEY-MAX    PIC 9(3) COMP VALUE 200.
001250 77  WS-KEY-COUNT  PIC 9(3) COMP VALUE ZERO.
001260 77  WS-KX         PIC 9(3) COMP.
001270 77  WS-KHIT       PIC 9(3) COMP.
001280 77  WS-PNT-MAX    PIC 9(4) COMP VALUE 5000.
001290 77  WS-PNT-COUNT  PIC 9(4) COMP VALUE ZERO.
001300 77  WS-PX         PIC 9(4) COMP.
001310 77  WS-QX         PIC 9(4) COMP.
001320 77  WS-BX         PIC 9(4) COMP.
001330 77  WS-BX-START   PIC 9(4) COMP.
001340 77  WS-TOL-COUNT  PIC 9(5) COMP VALUE ZERO.
001350 77  WS-TOL-IGN    PIC 9(5) COMP VALUE ZERO.
001360 77  WS-CARD-COUNT PIC 9(7) COMP VALUE ZERO.
001370 77  WS-TODAY-COUNT PIC 9(7) COMP VALUE ZERO.
001380 77  WS-DRIFT-COUNT PIC 9(7) COMP VALUE ZERO.
001390 77  WS-REP-COUNT  PIC 9(7) COMP VALUE ZERO.
001400 77  WS-FIND-KEY   PIC X(16).
001410 77  WS-FIND-STEP  PIC X(8).
001420 77  WS-CUR-TOL    PIC 9(3).
001430 77  WS-CUR-CONST  PIC 9(2).
001440 77  WS-REPEAT-FLAG PIC X(1).
************************************************************************
001460*    NUMERIC VALUE CHECK WORK AREAS - SAME RULE AS PARMCHK
************************************************************************
001480 77  WS-VAL        PIC X(80).
001490 77  WS-SCRATCH    PIC X(80).
001500 77  WS-VLEN       PIC 9(2) COMP.
001510 77  WS-DOTS       PIC 9(2) COMP.
001520 77  WS-NUM-VALUE  PIC S9(13)V99 COMP-3.
************************************************************************
001540*    EVALUATION OF ONE POINT (WS-EV-IX) AGAINST ITS TRAILING
001550*    HISTORY. WS-EV-FLAG ' ' = NO DRIFT, 'T' = BEYOND TOLERANCE,
001560*    'K' = CONSTANT VALUE CHANGED. WS-EV-CONST STAYS 'Y' WHILE
001570*    THE RUNS SCANNED SO FAR ALL HELD THE SAME VALUE
************************************************************************
001590 77  WS-EV-IX      PIC 9(4) COMP.
001600 77  WS-EV-FLAG    PIC X(1).
001610 77  WS-EV-CONST   PIC X(1).
001620 77  WS-EV-COUNT   PIC 9(4) COMP.
001630 77  WS-EV-SUM     PIC S9(15)V99 COMP-3.
001640 77  WS-EV-MEAN    PIC S9(13)V99 COMP-3.
001650 77  WS-EV-LAST    PIC S9(13)V99 COMP-3.
001660 77  WS-EV-DIFF    PIC S9(13)V99 COMP-3.
001670 77  WS-EV-PCT     PIC S9(7)V9 COMP-3.
001680 77  WS-P-FLAG     PIC X(1).
001690 77  WS-P-COUNT    PIC 9(4) COMP.
001700 77  WS-P-MEAN     PIC S9(13)V99 COMP-3.
001710 77  WS-P-PCT      PIC S9(7)V9 COMP-3.
001720 77  PT-CARTE      PIC X(80).
001730 77  PT-KEYWORD    PIC X(80).
001740 77  PT-VALUE      PIC X(80).
001750 77  PT-VLEN       PIC 9(2) COMP.
************************************************************************
001770*    IDENTIFICATION PASSED TO RPDUMP ON EVERY FATAL ERROR SO
001780*    THE FAILURE SURFACES AS A TITLED DUMP AND A DOCUMENTED
001790*    USER ABEND INSTEAD OF A BARE DISPLAY AND STOP RUN, AND ON
001800*    EVERY REPEAT DRIFT WITH WARNING SEVERITY AND THE JOB/STEP
001810*    THAT DRIFTED
************************************************************************
001830 77  PT-CALLER-PGM  PIC X(8)  VALUE 'PARMDRFT'.
001840 77  PT-CALLER-PARA PIC X(30) VALUE SPACES.
001850 77  PT-CALLER-MSG  PIC X(60) VALUE SPACES.
001860 77  PT-SEVERITY-W  PIC X(1)  VALUE 'W'.
001870 01  PT-JOB-STEP.
001880     05  PT-JOBNAME     PIC X(8).
001890     05  PT-STEPNAME    PIC X(8).
************************************************************************
001910*    IMAGE OF ONE DICTIONARY RECORD - SEE PARMCHK FOR THE LAYOUT
************************************************************************
001930 01  DICT-DETAIL.
001940     05  DIC-APPL      PIC X(8).
001950     05  FILLER        PIC X(1).
001960     05  DIC-KEYWORD   PIC X(16).
001970     05  FILLER        PIC X(1).
001980     05  DIC-TYPE      PIC X(1).
001990     05  FILLER        PIC X(1).
002000     05  DIC-REQ       PIC X(1).
JDM032     05  DIC-SENS      PIC X(1).
002020     05  DIC-RULE      PIC X(50).
************************************************************************
002040*    IMAGE OF ONE DRIFT CONTROL RECORD
************************************************************************
002060 01  TOL-DETAIL.
002070     05  TOL-KEYWORD   PIC X(16).
002080     05  FILLER        PIC X(1).
002090     05  TOL-PCT-X     PIC X(3).
002100     05  TOL-PCT-9 REDEFINES TOL-PCT-X PIC 9(3).
002110     05  FILLER        PIC X(1).
002120     05  TOL-RUNS-X    PIC X(2).
002130     05  TOL-RUNS-9 REDEFINES TOL-RUNS-X PIC 9(2).
002140     05  FILLER        PIC X(57).
************************************************************************
002160*    THE LIVE DICTIONARY ENTRIES IN PARMDICT ORDER - ENOUGH TO
002170*    FIND THE ENTRY GOVERNING A KEYWORD FOR A STEP
************************************************************************
002190 01  DICT-TABLE.
002200     05  DICT-ENTRY OCCURS 500.
002210         10  TBL-APPL      PIC X(8).
002220         10  TBL-KEYWORD   PIC X(16).
002230         10  TBL-TYPE      PIC X(1).
JDM032         10  TBL-SENS      PIC X(1).
************************************************************************
002250*    DISTINCT KEYWORDS TYPED 'N' BY AT LEAST ONE ENTRY, WITH
002260*    THE TOLERANCE AND CONSTANT-RUN COUNT THEY ARE CHECKED BY -
002270*    ONE PARMXREF BROWSE EACH
************************************************************************
002290 01  KEY-TABLE.
002300     05  KEY-ENTRY OCCURS 200.
002310         10  KT-KEYWORD    PIC X(16).
002320         10  KT-TOL        PIC 9(3).
002330         10  KT-CONST      PIC 9(2).
************************************************************************
002350*    VALUES OF THE KEYWORD BEING BROWSED OVER THE WINDOW, IN
002360*    PARMXREF ORDER (DATE, TIME, JOB, STEP) - THE TRAILING
002370*    HISTORY OF A POINT IS THE POINTS OF ITS JOB/STEP BEFORE IT
************************************************************************
002390 01  POINT-TABLE.
002400     05  POINT-ENTRY OCCURS 5000.
002410         10  PNT-DATE      PIC 9(8).
002420         10  PNT-TIME      PIC 9(8).
002430         10  PNT-JOBNAME   PIC X(8).
002440         10  PNT-STEPNAME  PIC X(8).
002450         10  PNT-SEQ       PIC 9(5).
002460         10  PNT-VALUE     PIC X(20).
002470         10  PNT-NUM       PIC S9(13)V99 COMP-3.
************************************************************************
002490*         RECORD FORMATS IN THE DRIFT LISTING
************************************************************************
002510 01  DRL-TITLE-LINE.
002520     05  FILLER        PIC X(44) VALUE IS
002530         '****** DERIVE DES PARAMETRES NUMERIQUES -   '.
002540     05  DRL-TITLE-DATE PIC 9(8).
002550     05  FILLER        PIC X(7) VALUE IS ' ******'.
002560     05  FILLER        PIC X(74) VALUE IS SPACES.
002570 01  DRL-PERIOD-LINE.
002580     05  FILLER        PIC X(21) VALUE IS
002590         'HISTORIQUE ANALYSE DU'.
002600     05  FILLER        PIC X(1) VALUE IS SPACE.
002610     05  DRL-PERIOD-FROM PIC 9(8).
002620     05  FILLER        PIC X(4) VALUE IS ' AU '.
002630     05  DRL-PERIOD-TO PIC 9(8).
002640     05  FILLER        PIC X(91) VALUE IS SPACES.
002650 01  DRL-BLANK-LINE.
002660     05  FILLER        PIC X(133) VALUE IS SPACES.
002670 01  DRL-TOL-LINE.
002680     05  FILLER        PIC X(18) VALUE IS '**** IGNOREE -    '.
002690     05  DRL-TOL-TEXT  PIC X(80).
002700     05  FILLER        PIC X(35) VALUE IS SPACES.
002710 01  DRL-HEAD-LINE.
002720     05  FILLER        PIC X(44) VALUE IS
002730         'DATE     HEURE      JOB       STEP      MOT-'.
002740     05  FILLER        PIC X(44) VALUE IS
002750         'CLE          VALEUR                MOYENNE  '.
002760     05  FILLER        PIC X(45) VALUE IS
002770         'ECART PASS MOTIF            REPET.'.
002780 01  DRL-HIT-LINE.
002790     05  DRL-HIT-DATE  PIC 9(8).
002800     05  FILLER        PIC X(1) VALUE IS SPACE.
002810     05  DRL-HIT-HH    PIC X(2).
002820     05  FILLER        PIC X(1) VALUE IS ':'.
002830     05  DRL-HIT-MM    PIC X(2).
002840     05  FILLER        PIC X(1) VALUE IS ':'.
002850     05  DRL-HIT-SS    PIC X(2).
002860     05  FILLER        PIC X(3) VALUE IS SPACES.
002870     05  DRL-HIT-JOB   PIC X(8).
002880     05  FILLER        PIC X(2) VALUE IS SPACES.
002890     05  DRL-HIT-STEP  PIC X(8).
002900     05  FILLER        PIC X(2) VALUE IS SPACES.
002910     05  DRL-HIT-KEY   PIC X(16).
002920     05  FILLER        PIC X(1) VALUE IS SPACE.
002930     05  DRL-HIT-VALUE PIC X(15).
002940     05  FILLER        PIC X(1) VALUE IS SPACE.
002950     05  DRL-HIT-MEAN  PIC Z(9)9.99.
002960     05  FILLER        PIC X(1) VALUE IS SPACE.
002970     05  DRL-HIT-PCT   PIC ZZZZ9.
002980     05  FILLER        PIC X(1) VALUE IS '%'.
002990     05  FILLER        PIC X(1) VALUE IS SPACE.
003000     05  DRL-HIT-RUNS  PIC ZZZ9.
003010     05  FILLER        PIC X(1) VALUE IS SPACE.
003020     05  DRL-HIT-REASON PIC X(16).
003030     05  FILLER        PIC X(1) VALUE IS SPACE.
003040     05  DRL-HIT-REPEAT PIC X(7).
003050     05  FILLER        PIC X(10) VALUE IS SPACES.
003060 01  DRL-MSG-LINE.
003070     05  DRL-MSG-TEXT  PIC X(60).
003080     05  FILLER        PIC X(73) VALUE IS SPACES.
003090 01  DRL-TOTAL-LINE.
003100     05  DRL-TOTAL-TEXT PIC X(40).
003110     05  DRL-TOTAL-COUNT PIC Z(6)9.
003120     05  FILLER        PIC X(86) VALUE IS SPACES.
003130 PROCEDURE DIVISION.
003140 MAIN-PARA.
************************************************************************
003160*         LOADS THE DICTIONARY AND THE TOLERANCES, THEN BROWSES
003170*         THE CROSS-REFERENCE ONE NUMERIC KEYWORD AT A TIME
************************************************************************
003190     PERFORM GET-PARMS-PARA THRU GET-PARMS-EXIT.
003200     IF WS-RUN-DATE = ZERO
003210         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003220     END-IF.
003230     COMPUTE WS-CUTOFF = FUNCTION DATE-OF-INTEGER
003240         (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - WS-DAYS).
003250     COMPUTE WS-REPEAT-FROM = FUNCTION DATE-OF-INTEGER
003260         (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - WS-REPEAT).
003270     OPEN OUTPUT DRL-FILE.
003280     PERFORM CHECK-DRL-STATUS.
003290     MOVE WS-RUN-DATE TO DRL-TITLE-DATE.
003300     WRITE DRL-REC FROM DRL-TITLE-LINE.
003310     PERFORM CHECK-DRL-STATUS.
003320     MOVE WS-CUTOFF   TO DRL-PERIOD-FROM.
003330     MOVE WS-RUN-DATE TO DRL-PERIOD-TO.
003340     WRITE DRL-REC FROM DRL-PERIOD-LINE.
003350     PERFORM CHECK-DRL-STATUS.
003360     PERFORM LOAD-DICT-PARA THRU LOAD-DICT-EXIT.
003370     PERFORM BUILD-KEYS-PARA THRU BUILD-KEYS-EXIT
003380         VARYING TBL-IX FROM 1 BY 1
003390         UNTIL TBL-IX > WS-ENTRY-COUNT.
003400     OPEN INPUT TOL-FILE.
003410     PERFORM CHECK-TOL-STATUS.
003420     PERFORM LOAD-TOL-PARA UNTIL WS-TOL-EOF = 'Y'.
003430     CLOSE TOL-FILE.
003440     WRITE DRL-REC FROM DRL-BLANK-LINE.
003450     PERFORM CHECK-DRL-STATUS.
003460     WRITE DRL-REC FROM DRL-HEAD-LINE.
003470     PERFORM CHECK-DRL-STATUS.
003480     IF WS-KEY-COUNT > ZERO
003490         OPEN INPUT XREF-FILE
003500         PERFORM CHECK-XREF-STATUS
003510         PERFORM BROWSE-KEY-PARA THRU BROWSE-KEY-EXIT
003520             VARYING WS-KX FROM 1 BY 1
003530             UNTIL WS-KX > WS-KEY-COUNT
003540         CLOSE XREF-FILE
003550     END-IF.
003560     IF WS-DRIFT-COUNT = ZERO
003570         MOVE 'AUCUNE DERIVE DE VALEUR' TO DRL-MSG-TEXT
003580         WRITE DRL-REC FROM DRL-MSG-LINE
003590         PERFORM CHECK-DRL-STATUS
003600     END-IF.
003610     PERFORM TOTALS-PARA.
003620     CLOSE DRL-FILE.
003630     DISPLAY 'PARMDRFT - MOTS-CLES ANALYSES   ' WS-KEY-COUNT.
003640     DISPLAY 'PARMDRFT - VALEURS DU JOUR      ' WS-TODAY-COUNT.
003650     DISPLAY 'PARMDRFT - DERIVES              ' WS-DRIFT-COUNT.
003660     DISPLAY 'PARMDRFT - DERIVES REPETEES     ' WS-REP-COUNT.
003670     IF WS-DRIFT-COUNT > ZERO
003680         DISPLAY 'PARMDRFT - ' WS-DRIFT-COUNT
003690             ' DERIVE(S) DE VALEUR NUMERIQUE - VOIR DRFTLIST'
003700             UPON CONSOLE
003710         MOVE 8 TO RETURN-CODE
003720     END-IF.
003730     GOBACK.
003740 GET-PARMS-PARA.
************************************************************************
003760*         READS THE ANALYSIS PARAMETER CARDS THROUGH READCARD
************************************************************************
003780     CALL 'READCARD' USING PT-CARTE.
003790     IF PT-CARTE = '/*'
003800         GO TO GET-PARMS-EXIT
003810     END-IF.
003820     UNSTRING PT-CARTE DELIMITED BY '='
003830         INTO PT-KEYWORD PT-VALUE
003840     END-UNSTRING.
003850     MOVE FUNCTION TRIM(PT-VALUE) TO PT-VALUE.
003860     MOVE ZERO TO PT-VLEN.
003870     INSPECT PT-VALUE TALLYING PT-VLEN
003880         FOR CHARACTERS BEFORE INITIAL SPACE.
003890     IF FUNCTION TRIM(PT-KEYWORD) = 'DATE'
003900         AND PT-VLEN = 8
003910         AND PT-VALUE (1:8) NUMERIC
003920         MOVE PT-VALUE (1:8) TO WS-RUN-DATE
003930         GO TO GET-PARMS-PARA
003940     END-IF.
003950     IF FUNCTION TRIM(PT-KEYWORD) = 'DAYS'
003960         AND PT-VLEN >= 1 AND PT-VLEN <= 3
003970         AND PT-VALUE (1:PT-VLEN) NUMERIC
003980         COMPUTE WS-DAYS =
003990             FUNCTION NUMVAL (PT-VALUE (1:PT-VLEN))
004000         GO TO GET-PARMS-PARA
004010     END-IF.
004020     IF FUNCTION TRIM(PT-KEYWORD) = 'HISTORY'
004030         AND PT-VLEN >= 1 AND PT-VLEN <= 2
004040         AND PT-VALUE (1:PT-VLEN) NUMERIC
004050         COMPUTE WS-HISTORY =
004060             FUNCTION NUMVAL (PT-VALUE (1:PT-VLEN))
004070         GO TO GET-PARMS-PARA
004080     END-IF.
004090     IF FUNCTION TRIM(PT-KEYWORD) = 'TOLERANCE'
004100         AND PT-VLEN >= 1 AND PT-VLEN <= 3
004110         AND PT-VALUE (1:PT-VLEN) NUMERIC
004120         COMPUTE WS-TOLERANCE =
004130             FUNCTION NUMVAL (PT-VALUE (1:PT-VLEN))
004140         GO TO GET-PARMS-PARA
004150     END-IF.
004160     IF FUNCTION TRIM(PT-KEYWORD) = 'CONSTANT'
004170         AND PT-VLEN >= 1 AND PT-VLEN <= 2
004180         AND PT-VALUE (1:PT-VLEN) NUMERIC
004190         COMPUTE WS-CONSTANT =
004200             FUNCTION NUMVAL (PT-VALUE (1:PT-VLEN))
004210         GO TO GET-PARMS-PARA
004220     END-IF.
004230     IF FUNCTION TRIM(PT-KEYWORD) = 'REPEAT'
004240         AND PT-VLEN >= 1 AND PT-VLEN <= 2
004250         AND PT-VALUE (1:PT-VLEN) NUMERIC
004260         COMPUTE WS-REPEAT =
004270             FUNCTION NUMVAL (PT-VALUE (1:PT-VLEN))
004280         GO TO GET-PARMS-PARA
004290     END-IF.
004300     DISPLAY 'PARMDRFT - CARD IGNORED - ' PT-CARTE (1:40).
004310     GO TO GET-PARMS-PARA.
004320 GET-PARMS-EXIT.
004330     EXIT.
004340 LOAD-DICT-PARA.
************************************************************************
004360*    LOADS THE LIVE DICTIONARY ENTRIES. STATUS 35 MEANS NO
004370*    DICTIONARY IS IN FORCE, SO NO KEYWORD IS TYPED NUMERIC
************************************************************************
004390     OPEN INPUT DICT-IN.
004400     IF F-KEY1 = '35'
004410         MOVE 'PAS DE DICTIONNAIRE EN ENTREE - AUCUN CONTROLE'
004420             TO DRL-MSG-TEXT
004430         WRITE DRL-REC FROM DRL-MSG-LINE
004440         PERFORM CHECK-DRL-STATUS
004450         GO TO LOAD-DICT-EXIT
004460     END-IF.
004470     PERFORM CHECK-DICT-STATUS.
004480 LOAD-DICT-READ.
004490     READ DICT-IN INTO DICT-DETAIL
004500         AT END GO TO LOAD-DICT-END
004510     END-READ.
004520     PERFORM CHECK-DICT-STATUS.
004530     IF DICT-DETAIL (1:1) = '*' OR DICT-DETAIL = SPACES
004540         GO TO LOAD-DICT-READ
004550     END-IF.
004560     IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
004570         MOVE 'LOAD-DICT-READ' TO PT-CALLER-PARA
004580         MOVE 'DICTIONARY TABLE FULL - RAISE OCCURS'
004590             TO PT-CALLER-MSG
004600         PERFORM FATAL-PARA
004610     END-IF.
004620     ADD 1 TO WS-ENTRY-COUNT.
004630     MOVE DIC-APPL    TO TBL-APPL (WS-ENTRY-COUNT).
004640     MOVE DIC-KEYWORD TO TBL-KEYWORD (WS-ENTRY-COUNT).
004650     MOVE DIC-TYPE    TO TBL-TYPE (WS-ENTRY-COUNT).
JDM032     MOVE DIC-SENS    TO TBL-SENS (WS-ENTRY-COUNT).
004660     GO TO LOAD-DICT-READ.
004670 LOAD-DICT-END.
004680     CLOSE DICT-IN.
004690 LOAD-DICT-EXIT.
004700     EXIT.
004710 BUILD-KEYS-PARA.
************************************************************************
004730*    COLLECTS THE DISTINCT KEYWORDS OF THE 'N' ENTRIES, EACH
004740*    WITH THE DEFAULT TOLERANCE AND CONSTANT-RUN COUNT
************************************************************************
004760     IF TBL-TYPE (TBL-IX) NOT = 'N'
004770         GO TO BUILD-KEYS-EXIT
004780     END-IF.
004790     MOVE TBL-KEYWORD (TBL-IX) TO WS-FIND-KEY.
004800     PERFORM FIND-KEY-PARA.
004810     IF WS-KHIT > ZERO
004820         GO TO BUILD-KEYS-EXIT
004830     END-IF.
004840     IF WS-KEY-COUNT >= WS-KEY-MAX
004850         MOVE 'BUILD-KEYS-PARA' TO PT-CALLER-PARA
004860         MOVE 'KEYWORD TABLE FULL - RAISE OCCURS'
004870             TO PT-CALLER-MSG
004880         PERFORM FATAL-PARA
004890     END-IF.
004900     ADD 1 TO WS-KEY-COUNT.
004910     MOVE TBL-KEYWORD (TBL-IX) TO KT-KEYWORD (WS-KEY-COUNT).
004920     MOVE WS-TOLERANCE TO KT-TOL (WS-KEY-COUNT).
004930     MOVE WS-CONSTANT  TO KT-CONST (WS-KEY-COUNT).
004940 BUILD-KEYS-EXIT.
004950     EXIT.
004960 FIND-KEY-PARA.
004970     MOVE ZERO TO WS-KHIT.
004980     PERFORM SCAN-KEY-PARA
004990         VARYING WS-KX FROM 1 BY 1
005000         UNTIL WS-KX > WS-KEY-COUNT OR WS-KHIT > ZERO.
005010 SCAN-KEY-PARA.
005020     IF KT-KEYWORD (WS-KX) = WS-FIND-KEY
005030         MOVE WS-KX TO WS-KHIT
005040     END-IF.
005050 LOAD-TOL-PARA.
005060     READ TOL-FILE INTO TOL-DETAIL
005070         AT END
005080             MOVE 'Y' TO WS-TOL-EOF
005090         NOT AT END
005100             PERFORM APPLY-TOL-PARA THRU APPLY-TOL-EXIT
005110     END-READ.
005120     PERFORM CHECK-TOL-STATUS.
005130 APPLY-TOL-PARA.
************************************************************************
005150*    ONE DRIFT CONTROL RECORD - A BLANK FIELD KEEPS THE DEFAULT.
005160*    A KEYWORD NO ENTRY TYPES 'N' OR A FIELD THAT IS NEITHER
005170*    BLANK NOR NUMERIC IS LISTED AS IGNORED
************************************************************************
005190     IF TOL-DETAIL (1:1) = '*' OR TOL-DETAIL = SPACES
005200         GO TO APPLY-TOL-EXIT
005210     END-IF.
005220     ADD 1 TO WS-TOL-COUNT.
005230     MOVE TOL-KEYWORD TO WS-FIND-KEY.
005240     PERFORM FIND-KEY-PARA.
005250     IF WS-KHIT = ZERO
005260         OR (TOL-PCT-X NOT = SPACES AND TOL-PCT-X NOT NUMERIC)
005270         OR (TOL-RUNS-X NOT = SPACES AND TOL-RUNS-X NOT NUMERIC)
005280         ADD 1 TO WS-TOL-IGN
005290         MOVE TOL-DETAIL TO DRL-TOL-TEXT
005300         WRITE DRL-REC FROM DRL-TOL-LINE
005310         PERFORM CHECK-DRL-STATUS
005320         GO TO APPLY-TOL-EXIT
005330     END-IF.
005340     IF TOL-PCT-X NOT = SPACES
005350         MOVE TOL-PCT-9 TO KT-TOL (WS-KHIT)
005360     END-IF.
005370     IF TOL-RUNS-X NOT = SPACES
005380         MOVE TOL-RUNS-9 TO KT-CONST (WS-KHIT)
005390     END-IF.
005400 APPLY-TOL-EXIT.
005410     EXIT.
005420 BROWSE-KEY-PARA.
************************************************************************
005440*    THE XREF KEY LEADS WITH THE KEYWORD - LOADS EVERY VALUE OF
005450*    THE KEYWORD SERVED INSIDE THE WINDOW, THEN EVALUATES THOSE
005460*    OF THE ANALYSIS DATE
************************************************************************
005480     MOVE ZERO TO WS-PNT-COUNT.
005490     MOVE KT-TOL (WS-KX)   TO WS-CUR-TOL.
005500     MOVE KT-CONST (WS-KX) TO WS-CUR-CONST.
005510     MOVE LOW-VALUES TO XREF-KEY.
005520     MOVE KT-KEYWORD (WS-KX) TO XK-KEYWORD.
005530     MOVE WS-CUTOFF TO XK-DATE.
005540     START XREF-FILE KEY NOT < XREF-KEY
005550         INVALID KEY GO TO BROWSE-KEY-EXIT
005560     END-START.
005570 BROWSE-KEY-READ.
005580     READ XREF-FILE NEXT RECORD
005590         AT END GO TO BROWSE-KEY-EVAL
005600     END-READ.
005610     PERFORM CHECK-XREF-STATUS.
005620     IF XK-KEYWORD NOT = KT-KEYWORD (WS-KX)
005630         GO TO BROWSE-KEY-EVAL
005640     END-IF.
005650     IF XK-DATE > WS-RUN-DATE
005660         GO TO BROWSE-KEY-EVAL
005670     END-IF.
005680     IF XREF-DISP NOT = 'L' AND XREF-DISP NOT = 'O'
005690         GO TO BROWSE-KEY-READ
005700     END-IF.
005710     PERFORM STORE-POINT-PARA THRU STORE-POINT-EXIT.
005720     GO TO BROWSE-KEY-READ.
005730 BROWSE-KEY-EVAL.
005740     PERFORM EVAL-TODAY-PARA THRU EVAL-TODAY-EXIT
005750         VARYING WS-PX FROM 1 BY 1
005760         UNTIL WS-PX > WS-PNT-COUNT.
005770 BROWSE-KEY-EXIT.
005780     EXIT.
005790 STORE-POINT-PARA.
************************************************************************
005810*    KEEPS ONE SERVED VALUE - ONLY WHEN THE ENTRY GOVERNING THE
005820*    KEYWORD FOR THE STEP IS TYPE 'N' AND THE VALUE PASSES
005830*    PARMCHK'S NUMERIC RULE (ANYTHING ELSE FAILED AT RUN TIME)
************************************************************************
005850     MOVE XK-KEYWORD  TO WS-FIND-KEY.
005860     MOVE XK-STEPNAME TO WS-FIND-STEP.
005870     PERFORM FIND-GOV-PARA.
005880     IF WS-GOV-IX = ZERO
005890         GO TO STORE-POINT-EXIT
005900     END-IF.
005910     IF TBL-TYPE (WS-GOV-IX) NOT = 'N'
005920         GO TO STORE-POINT-EXIT
005930     END-IF.
JDM032     IF TBL-SENS (WS-GOV-IX) = 'S'
JDM032         GO TO STORE-POINT-EXIT
JDM032     END-IF.
005940     MOVE FUNCTION TRIM(XREF-VALUE) TO WS-VAL.
005950     MOVE ZERO TO WS-VLEN.
005960     INSPECT WS-VAL TALLYING WS-VLEN
005970         FOR CHARACTERS BEFORE INITIAL SPACE.
005980     MOVE WS-VAL TO WS-SCRATCH.
005990     INSPECT WS-SCRATCH
006000         CONVERTING '0123456789.' TO '           '.
006010     MOVE ZERO TO WS-DOTS.
006020     INSPECT WS-VAL TALLYING WS-DOTS FOR ALL '.'.
006030     IF WS-VLEN = ZERO OR WS-SCRATCH NOT = SPACES
006040         OR WS-DOTS > 1 OR WS-VAL (1:1) = '.'
006050         GO TO STORE-POINT-EXIT
006060     END-IF.
006070     COMPUTE WS-NUM-VALUE =
006080         FUNCTION NUMVAL (WS-VAL (1:WS-VLEN)).
006090     IF WS-PNT-COUNT >= WS-PNT-MAX
006100         MOVE 'STORE-POINT-PARA' TO PT-CALLER-PARA
006110         MOVE 'POINT TABLE FULL - RAISE OCCURS'
006120             TO PT-CALLER-MSG
006130         PERFORM FATAL-PARA
006140     END-IF.
006150     ADD 1 TO WS-PNT-COUNT.
006160     ADD 1 TO WS-CARD-COUNT.
006170     MOVE XK-DATE      TO PNT-DATE (WS-PNT-COUNT).
006180     MOVE XK-TIME      TO PNT-TIME (WS-PNT-COUNT).
006190     MOVE XK-JOBNAME   TO PNT-JOBNAME (WS-PNT-COUNT).
006200     MOVE XK-STEPNAME  TO PNT-STEPNAME (WS-PNT-COUNT).
006210     MOVE XK-SEQ       TO PNT-SEQ (WS-PNT-COUNT).
006220     MOVE WS-VAL       TO PNT-VALUE (WS-PNT-COUNT).
006230     MOVE WS-NUM-VALUE TO PNT-NUM (WS-PNT-COUNT).
006240 STORE-POINT-EXIT.
006250     EXIT.
006260 FIND-GOV-PARA.
************************************************************************
006280*    THE ENTRY THAT GOVERNS WS-FIND-KEY FOR WS-FIND-STEP - THE
006290*    FIRST IN DICTIONARY ORDER FOR THE STEP OR 'ALL', AS
006300*    PARMCHK LOADS THEM. ZERO = NO ENTRY
************************************************************************
006320     MOVE ZERO TO WS-GOV-IX.
006330     PERFORM SCAN-GOV-PARA
006340         VARYING WS-SX FROM 1 BY 1
006350         UNTIL WS-SX > WS-ENTRY-COUNT OR WS-GOV-IX > ZERO.
006360 SCAN-GOV-PARA.
006370     IF TBL-KEYWORD (WS-SX) = WS-FIND-KEY
006380         AND (TBL-APPL (WS-SX) = WS-FIND-STEP
006390              OR TBL-APPL (WS-SX) = 'ALL')
006400         MOVE WS-SX TO WS-GOV-IX
006410     END-IF.
006420 EVAL-TODAY-PARA.
************************************************************************
006440*    ONE VALUE OF THE ANALYSIS DATE - EVALUATED AGAINST ITS
006450*    TRAILING HISTORY; A DRIFT IS LISTED, AND WHEN AN EARLIER
006460*    RUN OF THE JOB/STEP INSIDE THE REPEAT WINDOW DRIFTED TOO
006470*    IT IS A REPEAT AND GOES TO THE INCIDENT DATASET
************************************************************************
006490     IF PNT-DATE (WS-PX) NOT = WS-RUN-DATE
006500         GO TO EVAL-TODAY-EXIT
006510     END-IF.
006520     ADD 1 TO WS-TODAY-COUNT.
006530     MOVE WS-PX TO WS-EV-IX.
006540     PERFORM EVAL-POINT-PARA THRU EVAL-POINT-EXIT.
006550     IF WS-EV-FLAG = SPACE
006560         GO TO EVAL-TODAY-EXIT
006570     END-IF.
006580     MOVE WS-EV-FLAG  TO WS-P-FLAG.
006590     MOVE WS-EV-COUNT TO WS-P-COUNT.
006600     MOVE WS-EV-MEAN  TO WS-P-MEAN.
006610     MOVE WS-EV-PCT   TO WS-P-PCT.
006620     MOVE 'N' TO WS-REPEAT-FLAG.
006630     PERFORM REPEAT-SCAN-PARA THRU REPEAT-SCAN-EXIT
006640         VARYING WS-QX FROM WS-PX BY -1
006650         UNTIL WS-QX < 2 OR WS-REPEAT-FLAG = 'Y'.
006660     ADD 1 TO WS-DRIFT-COUNT.
006670     MOVE PNT-DATE (WS-PX)       TO DRL-HIT-DATE.
006680     MOVE PNT-TIME (WS-PX) (1:2) TO DRL-HIT-HH.
006690     MOVE PNT-TIME (WS-PX) (3:2) TO DRL-HIT-MM.
006700     MOVE PNT-TIME (WS-PX) (5:2) TO DRL-HIT-SS.
006710     MOVE PNT-JOBNAME (WS-PX)    TO DRL-HIT-JOB.
006720     MOVE PNT-STEPNAME (WS-PX)   TO DRL-HIT-STEP.
006730     MOVE KT-KEYWORD (WS-KX)     TO DRL-HIT-KEY.
006740     MOVE PNT-VALUE (WS-PX)      TO DRL-HIT-VALUE.
006750     MOVE WS-P-MEAN              TO DRL-HIT-MEAN.
006760     IF WS-P-PCT > 99999
006770         MOVE 99999 TO DRL-HIT-PCT
006780     ELSE
006790         MOVE WS-P-PCT TO DRL-HIT-PCT
006800     END-IF.
006810     MOVE WS-P-COUNT             TO DRL-HIT-RUNS.
006820     IF WS-P-FLAG = 'T'
006830         MOVE 'HORS TOLERANCE' TO DRL-HIT-REASON
006840     ELSE
006850         MOVE 'CONSTANTE ROMPUE' TO DRL-HIT-REASON
006860     END-IF.
006870     MOVE SPACES TO DRL-HIT-REPEAT.
006880     IF WS-REPEAT-FLAG = 'Y'
006890         MOVE 'REPETEE' TO DRL-HIT-REPEAT
006900     END-IF.
006910     WRITE DRL-REC FROM DRL-HIT-LINE.
006920     PERFORM CHECK-DRL-STATUS.
006930     IF WS-REPEAT-FLAG = 'Y'
006940         PERFORM REPEAT-DRIFT-PARA
006950     END-IF.
006960 EVAL-TODAY-EXIT.
006970     EXIT.
006980 REPEAT-SCAN-PARA.
************************************************************************
007000*    WS-QX - 1 IS AN EARLIER POINT - ONE OF THE SAME JOB/STEP
007010*    INSIDE THE REPEAT WINDOW THAT DRIFTED IN ITS OWN DAY MAKES
007020*    THE CURRENT DRIFT A REPEAT
************************************************************************
007040     COMPUTE WS-EV-IX = WS-QX - 1.
007050     IF PNT-DATE (WS-EV-IX) < WS-REPEAT-FROM
007060         MOVE 1 TO WS-QX
007070         GO TO REPEAT-SCAN-EXIT
007080     END-IF.
007090     IF PNT-JOBNAME (WS-EV-IX) NOT = PNT-JOBNAME (WS-PX)
007100         OR PNT-STEPNAME (WS-EV-IX) NOT = PNT-STEPNAME (WS-PX)
007110         GO TO REPEAT-SCAN-EXIT
007120     END-IF.
007130     PERFORM EVAL-POINT-PARA THRU EVAL-POINT-EXIT.
007140     IF WS-EV-FLAG NOT = SPACE
007150         MOVE 'Y' TO WS-REPEAT-FLAG
007160     END-IF.
007170 REPEAT-SCAN-EXIT.
007180     EXIT.
007190 EVAL-POINT-PARA.
************************************************************************
007210*    WS-EV-IX AGAINST THE LAST WS-HISTORY POINTS OF ITS JOB/STEP
007220*    BEFORE IT. THE AVERAGE GIVES THE MOVE IN PER CENT (A MOVE
007230*    FROM AN AVERAGE OF ZERO IS ALWAYS BEYOND TOLERANCE); THE
007240*    MOST RECENT WS-CUR-CONST POINTS GIVE THE CONSTANT CHECK
************************************************************************
007260     MOVE SPACE TO WS-EV-FLAG.
007270     MOVE 'Y' TO WS-EV-CONST.
007280     MOVE ZERO TO WS-EV-COUNT WS-EV-SUM WS-EV-MEAN WS-EV-PCT.
007290     MOVE WS-EV-IX TO WS-BX-START.
007300     PERFORM EVAL-SCAN-PARA
007310         VARYING WS-BX FROM WS-BX-START BY -1
007320         UNTIL WS-BX < 2 OR WS-EV-COUNT NOT < WS-HISTORY.
007330     IF WS-EV-COUNT = ZERO
007340         GO TO EVAL-POINT-EXIT
007350     END-IF.
007360     COMPUTE WS-EV-MEAN ROUNDED = WS-EV-SUM / WS-EV-COUNT.
007370     COMPUTE WS-EV-DIFF = PNT-NUM (WS-EV-IX) - WS-EV-MEAN.
007380     IF WS-EV-DIFF < ZERO
007390         COMPUTE WS-EV-DIFF = ZERO - WS-EV-DIFF
007400     END-IF.
007410     IF WS-EV-MEAN = ZERO
007420         IF WS-EV-DIFF > ZERO
007430             MOVE 999999 TO WS-EV-PCT
007440         END-IF
007450     ELSE
007460         COMPUTE WS-EV-PCT ROUNDED =
007470             WS-EV-DIFF * 100 / WS-EV-MEAN
007480             ON SIZE ERROR MOVE 999999 TO WS-EV-PCT
007490         END-COMPUTE
007500     END-IF.
007510     IF WS-EV-PCT > WS-CUR-TOL
007520         MOVE 'T' TO WS-EV-FLAG
007530         GO TO EVAL-POINT-EXIT
007540     END-IF.
007550     IF WS-CUR-CONST > ZERO
007560         AND WS-EV-COUNT NOT < WS-CUR-CONST
007570         AND WS-EV-CONST = 'Y'
007580         AND PNT-NUM (WS-EV-IX) NOT = WS-EV-LAST
007590         MOVE 'K' TO WS-EV-FLAG
007600     END-IF.
007610 EVAL-POINT-EXIT.
007620     EXIT.
007630 EVAL-SCAN-PARA.
************************************************************************
007650*    WS-BX - 1 IS THE NEXT POINT BACK - WS-EV-LAST HOLDS THE
007660*    MOST RECENT VALUE OF THE JOB/STEP BEFORE WS-EV-IX
************************************************************************
007680     IF PNT-JOBNAME (WS-BX - 1) = PNT-JOBNAME (WS-EV-IX)
007690         AND PNT-STEPNAME (WS-BX - 1) = PNT-STEPNAME (WS-EV-IX)
007700         ADD 1 TO WS-EV-COUNT
007710         ADD PNT-NUM (WS-BX - 1) TO WS-EV-SUM
007720         IF WS-EV-COUNT = 1
007730             MOVE PNT-NUM (WS-BX - 1) TO WS-EV-LAST
007740         END-IF
007750         IF WS-EV-COUNT NOT > WS-CUR-CONST
007760             AND PNT-NUM (WS-BX - 1) NOT = WS-EV-LAST
007770             MOVE 'N' TO WS-EV-CONST
007780         END-IF
007790     END-IF.
007800 REPEAT-DRIFT-PARA.
************************************************************************
007820*    A REPEAT DRIFT GOES TO RPDUMP'S INCIDENT DATASET WITH
007830*    WARNING SEVERITY (DUMP AND RETURN) UNDER THE JOB/STEP THAT
007840*    DRIFTED, SO INCRPT AND PARMCOR SEE IT WITH THE RUN
************************************************************************
007860     ADD 1 TO WS-REP-COUNT.
007870     MOVE 'REPEAT-DRIFT-PARA' TO PT-CALLER-PARA.
007880     MOVE SPACES TO PT-CALLER-MSG.
007890     STRING 'REPEAT VALUE DRIFT - ' KT-KEYWORD (WS-KX)
007900         ' = ' PNT-VALUE (WS-PX)
007910         DELIMITED BY SIZE INTO PT-CALLER-MSG
007920     END-STRING.
007930     MOVE PNT-JOBNAME (WS-PX)  TO PT-JOBNAME.
007940     MOVE PNT-STEPNAME (WS-PX) TO PT-STEPNAME.
007950     CALL 'RPDUMP' USING PT-CALLER-PGM PT-CALLER-PARA
007960                         PT-CALLER-MSG PT-SEVERITY-W PT-JOB-STEP.
007970 TOTALS-PARA.
************************************************************************
007990*         CONTROL TOTALS AT THE FOOT OF THE LISTING
************************************************************************
008010     WRITE DRL-REC FROM DRL-BLANK-LINE.
008020     PERFORM CHECK-DRL-STATUS.
008030     MOVE 'MOTS-CLES NUMERIQUES ANALYSES' TO DRL-TOTAL-TEXT.
008040     MOVE WS-KEY-COUNT TO DRL-TOTAL-COUNT.
008050     PERFORM WRITE-TOTAL-PARA.
008060     MOVE 'TOLERANCES LUES (DRFTTOL)' TO DRL-TOTAL-TEXT.
008070     MOVE WS-TOL-COUNT TO DRL-TOTAL-COUNT.
008080     PERFORM WRITE-TOTAL-PARA.
008090     MOVE 'TOLERANCES IGNOREES' TO DRL-TOTAL-TEXT.
008100     MOVE WS-TOL-IGN TO DRL-TOTAL-COUNT.
008110     PERFORM WRITE-TOTAL-PARA.
008120     MOVE 'VALEURS LUES SUR LA PERIODE (PARMXREF)'
008130         TO DRL-TOTAL-TEXT.
008140     MOVE WS-CARD-COUNT TO DRL-TOTAL-COUNT.
008150     PERFORM WRITE-TOTAL-PARA.
008160     MOVE 'VALEURS DU JOUR CONTROLEES' TO DRL-TOTAL-TEXT.
008170     MOVE WS-TODAY-COUNT TO DRL-TOTAL-COUNT.
008180     PERFORM WRITE-TOTAL-PARA.
008190     MOVE 'DERIVES' TO DRL-TOTAL-TEXT.
008200     MOVE WS-DRIFT-COUNT TO DRL-TOTAL-COUNT.
008210     PERFORM WRITE-TOTAL-PARA.
008220     MOVE 'DERIVES REPETEES (INCIDENTS)' TO DRL-TOTAL-TEXT.
008230     MOVE WS-REP-COUNT TO DRL-TOTAL-COUNT.
008240     PERFORM WRITE-TOTAL-PARA.
008250 WRITE-TOTAL-PARA.
008260     WRITE DRL-REC FROM DRL-TOTAL-LINE.
008270     PERFORM CHECK-DRL-STATUS.
008280 CHECK-DICT-STATUS.
************************************************************************
008300*    STOPS THE JOB IF PARMDICT FAILS OTHER THAN NOT ALLOCATED
************************************************************************
008320     IF F-KEY1 NOT = '00' AND F-KEY1 NOT = '10'
008330         MOVE 'CHECK-DICT-STATUS' TO PT-CALLER-PARA
008340         STRING 'I/O ERROR ON PARMDICT - STATUS ' F-KEY1
008350             DELIMITED BY SIZE INTO PT-CALLER-MSG
008360         END-STRING
008370         PERFORM FATAL-PARA
008380     END-IF.
008390 CHECK-TOL-STATUS.
************************************************************************
008410*    STOPS THE JOB IF DRFTTOL CANNOT BE READ - 05 IS NO DRIFT
008420*    CONTROL DATASET ALLOCATED, DEFAULTS FOR EVERY KEYWORD
************************************************************************
008440     IF F-KEY2 NOT = '00' AND F-KEY2 NOT = '05'
008450         AND F-KEY2 NOT = '10'
008460         MOVE 'CHECK-TOL-STATUS' TO PT-CALLER-PARA
008470         STRING 'I/O ERROR ON DRFTTOL - STATUS ' F-KEY2
008480             DELIMITED BY SIZE INTO PT-CALLER-MSG
008490         END-STRING
008500         PERFORM FATAL-PARA
008510     END-IF.
008520 CHECK-XREF-STATUS.
************************************************************************
008540*    STOPS THE JOB IF PARMXREF CANNOT BE OPENED OR READ
************************************************************************
008560     IF F-KEY3 NOT = '00' AND F-KEY3 NOT = '02'
008570         MOVE 'CHECK-XREF-STATUS' TO PT-CALLER-PARA
008580         STRING 'I/O ERROR ON PARMXREF - STATUS ' F-KEY3
008590             DELIMITED BY SIZE INTO PT-CALLER-MSG
008600         END-STRING
008610         PERFORM FATAL-PARA
008620     END-IF.
008630 CHECK-DRL-STATUS.
************************************************************************
008650*    STOPS THE JOB IF DRFTLIST CANNOT BE OPENED OR WRITTEN TO
************************************************************************
008670     IF F-KEY4 NOT = '00'
008680         MOVE 'CHECK-DRL-STATUS' TO PT-CALLER-PARA
008690         STRING 'I/O ERROR ON DRFTLIST - STATUS ' F-KEY4
008700             DELIMITED BY SIZE INTO PT-CALLER-MSG
008710         END-STRING
008720         PERFORM FATAL-PARA
008730     END-IF.
008740 FATAL-PARA.
************************************************************************
008760*    HANDS THE FAILURE TO RPDUMP - TITLED DIAGNOSTIC DUMP AND
008770*    DOCUMENTED USER ABEND. THE STOP RUN IS A BACKSTOP ONLY,
008780*    FOR THE CASE WHERE RPDUMP ITSELF COMES BACK
************************************************************************
008800     CALL 'RPDUMP' USING PT-CALLER-PGM PT-CALLER-PARA
008810                         PT-CALLER-MSG.
008820     STOP RUN.
