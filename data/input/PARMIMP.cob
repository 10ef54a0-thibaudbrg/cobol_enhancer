000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARMIMP.
000030 AUTHOR.TATA CONSULTANCY SERVICES.
000040 DATE-COMPILED.OCT 2026.
************************************************************************
000060*THIS PROGRAM MEASURES THE IMPACT OF A BATCH OF PENDING PARAMETER
000070*DICTIONARY TRANSACTIONS (DICTTRAN - THE SAME ADD/CHANGE/DELETE
000080*CARDS PARMDMNT APPLIES) BEFORE THE DICTNEW/PARMDICT SWAP. THE
000090*TRANSACTIONS ARE APPLIED IN STORAGE TO A COPY OF THE CURRENT
000100*PARMDICT AND EVERY RUN OF THE LAST N DAYS RECORDED IN THE
000110*KEYWORD CROSS-REFERENCE (PARMXREF) AND THE PARAMETER HISTORY
000120*(PARMHIST) IS REPLAYED AGAINST THE NEW RULES. A RUN IS LISTED
000130*WHEN IT PASSED UNDER THE CURRENT DICTIONARY BUT WOULD FAIL
000140*UNDER THE NEW ONE BECAUSE:
000150*   - A NUMERIC VALUE IS OUTSIDE THE NEW MIN:MAX RANGE (TYPE N)
000160*   - A CODE IS NOT IN THE NEW VALUE LIST (TYPE C)
000170*   - A VALUE NO LONGER FITS A CHANGED TYPE (D OR B)
000180*   - THE KEYWORD WAS DELETED AND IS STILL CODED IN THE DECK
000190*   - THE KEYWORD IS NEWLY REQUIRED AND THE DECK NEVER SUPPLIED IT
000200*THE GOVERNING ENTRY FOR A STEP IS FOUND THE WAY PARMCHK FINDS
000210*IT - FIRST ENTRY IN DICTIONARY ORDER FOR THE STEP OR 'ALL'.
000220*CARDS NOT IN FORCE ON THE DAY ('N') WERE NEVER CHECKED AND ARE
000230*NOT REPLAYED.
000240*
000250*THE RETURN CODE IS 8 WHEN ANY RUN WOULD FAIL SO THE SCHEDULER
000260*CAN HOLD THE DICTNEW/PARMDICT SWAP STEP, AS FOR A PARMDMNT
000270*REJECT. A TRANSACTION PARMDMNT WOULD REFUSE (BAD ACTION, ADD OF
000280*AN EXISTING ENTRY, CHANGE OR DELETE OF A MISSING ONE) IS LISTED
000290*AS IGNORED AND PLAYS NO PART IN THE ANALYSIS.
000300*
000310*THE ANALYSIS PARAMETERS COME THROUGH READCARD:
000320*   DAYS=NNN                  (OPTIONAL - HISTORY WINDOW IN
000330*                              DAYS, DEFAULT 30)
000340*TRANSACTION AND DICTIONARY LAYOUTS - SEE PARMDMNT AND PARMCHK.
JDM032*
JDM032*A VALUE STORED MASKED (KEYWORD FLAGGED SENSITIVE ON PARMDICT,
JDM032*SEE PARMMASK) CANNOT BE REPLAYED AND IS PASSED OVER; A VALUE
JDM032*STORED BEFORE THE FLAG IS LISTED MASKED.
************************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT TRAN-FILE ASSIGN TO DICTTRAN
000400     ORGANIZATION IS LINE SEQUENTIAL
000410     ACCESS IS SEQUENTIAL
000420     FILE STATUS IS F-KEY1.
000430
000440     SELECT DICT-IN ASSIGN TO PARMDICT
000450     ORGANIZATION IS LINE SEQUENTIAL
000460     ACCESS IS SEQUENTIAL
000470     FILE STATUS IS F-KEY2.
000480
000490     SELECT XREF-FILE ASSIGN TO PARMXREF
000500     ORGANIZATION IS INDEXED
000510     ACCESS IS DYNAMIC
000520     RECORD KEY IS XREF-KEY
000530     FILE STATUS IS F-KEY3.
000540
000550     SELECT HIST-FILE ASSIGN TO PARMHIST
000560     ORGANIZATION IS INDEXED
000570     ACCESS IS DYNAMIC
000580     RECORD KEY IS HIST-KEY
000590     FILE STATUS IS F-KEY4.
000600
000610     SELECT IMP-FILE ASSIGN TO IMPLIST
000620     ORGANIZATION IS LINE SEQUENTIAL
000630     ACCESS IS SEQUENTIAL
000640     FILE STATUS IS F-KEY5.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD TRAN-FILE.
000690 01 TRAN-REC         PIC X(80).
000700
000710 FD DICT-IN.
000720 01 DICTIN-REC       PIC X(80).
000730
000740 FD XREF-FILE.
000750 01 XREF-REC.
000760    05 XREF-KEY.
000770       10 XK-KEYWORD   PIC X(16).
000780       10 XK-DATE      PIC 9(8).
000790       10 XK-TIME      PIC 9(8).
000800       10 XK-JOBNAME   PIC X(8).
000810       10 XK-STEPNAME  PIC X(8).
000820       10 XK-SEQ       PIC 9(5).
000830    05 XREF-DISP       PIC X(1).
000840    05 XREF-VALUE      PIC X(60).
000850
000860 FD HIST-FILE.
000870 01 HIST-REC.
000880    05 HIST-KEY.
000890       10 HK-DATE      PIC 9(8).
000900       10 HK-TIME      PIC 9(8).
000910       10 HK-JOBNAME   PIC X(8).
000920       10 HK-STEPNAME  PIC X(8).
000930       10 HK-SEQ       PIC 9(5).
000940    05 HIST-DISP       PIC X(1).
000950    05 HIST-CARD       PIC X(80).
000960
000970 FD IMP-FILE.
000980 01 IMP-REC          PIC X(133).
000990
001000 WORKING-STORAGE SECTION.
001010 77  CMS-IDENTIFICATION PIC X(8) VALUE 'PARMIMP'.
001020 77  CMS-ID-VALUE PIC X(44)   VALUE
001030         'CMS-ID=15/10/26/09:00:00/GWDR/JDM     /V0   '.
001040 77  F-KEY1        PIC X(2).
001050 77  F-KEY2        PIC X(2).
001060 77  F-KEY3        PIC X(2).
001070 77  F-KEY4        PIC X(2).
001080 77  F-KEY5        PIC X(2).
001090 77  WS-TRAN-EOF   PIC X(1) VALUE 'N'.
001100 77  WS-DICT-FLAG  PIC X(1) VALUE 'N'.
001110 77  WS-RUN-DATE   PIC 9(8).
001120 77  WS-DAYS       PIC 9(3) VALUE 30.
001130 77  WS-CUTOFF     PIC 9(8).
001140 77  WS-ENTRY-MAX  PIC 9(3) COMP VALUE 500.
001150 77  WS-ENTRY-COUNT PIC 9(3) COMP VALUE ZERO.
001160 77  TBL-IX        PIC 9(3) COMP.
001170 77  WS-HIT-IX     PIC 9(3) COMP.
001180 77  WS-SX         PIC 9(3) COMP.
001190 77  WS-OLD-IX     PIC 9(3) COMP.
001200 77  WS-NEW-IX     PIC 9(3) COMP.
001210 77  WS-KEY-MAX    PIC 9(3) COMP VALUE 100.
001220 77  WS-KEY-COUNT  PIC 9(3) COMP VALUE ZERO.
001230 77  WS-KX         PIC 9(3) COMP.
001240 77  WS-KHIT       PIC 9(3) COMP.
001250 77  WS-NEWREQ-COUNT PIC 9(3) COMP VALUE ZERO.
001260 77  WS-TRAN-COUNT PIC 9(5) COMP VALUE ZERO.
001270 77  WS-IGN-COUNT  PIC 9(5) COMP VALUE ZERO.
001280 77  WS-HIT-COUNT  PIC 9(7) COMP VALUE ZERO.
001290 77  WS-RUN-COUNT  PIC 9(7) COMP VALUE ZERO.
001300 77  WS-IMP-COUNT  PIC 9(7) COMP VALUE ZERO.
001310 77  WS-ERR-TEXT   PIC X(60).
001320 77  WS-FIND-KEY   PIC X(16).
001330 77  WS-FIND-STEP  PIC X(8).
001340 77  WS-SUPPLIED   PIC X(1).
001360 77  WS-PREV-RUN   PIC X(32) VALUE LOW-VALUES.
001370 77  WS-CUR-RUN    PIC X(32).
001380 77  WS-REASON     PIC X(36).
************************************************************************
001400*    VALUE CHECK WORK AREAS - SAME RULES AS PARMCHK
************************************************************************
001420 77  WS-CHK-TYPE   PIC X(1).
001430 77  WS-CHK-RULE   PIC X(50).
001440 77  WS-CHK-RC     PIC X(1).
001450 77  WS-VAL        PIC X(80).
001460 77  WS-SCRATCH    PIC X(80).
001470 77  WS-VLEN       PIC 9(2) COMP.
JDM032 77  WS-KLEN       PIC 9(4) COMP.
001480 77  WS-DOTS       PIC 9(2) COMP.
001490 77  WS-NUM-VALUE  PIC S9(13)V99 COMP-3.
001500 77  WS-MIN-X      PIC X(20).
001510 77  WS-MAX-X      PIC X(20).
001520 77  WS-MIN-VALUE  PIC S9(13)V99 COMP-3.
001530 77  WS-MAX-VALUE  PIC S9(13)V99 COMP-3.
001540 77  WS-LX         PIC 9(2) COMP.
001550 77  WS-LHIT       PIC 9(2) COMP.
001560 01  WS-LIST-ITEMS.
001570     05  WS-LIT OCCURS 8 PIC X(20).
001580 77  PM-CARTE      PIC X(80).
001590 77  PM-KEYWORD    PIC X(80).
001600 77  PM-VALUE      PIC X(80).
001610 77  PM-VLEN       PIC 9(2) COMP.
************************************************************************
001630*    IDENTIFICATION PASSED TO RPDUMP ON EVERY FATAL ERROR SO
001640*    THE FAILURE SURFACES AS A TITLED DUMP AND A DOCUMENTED
001650*    USER ABEND INSTEAD OF A BARE DISPLAY AND STOP RUN
************************************************************************
001670 77  PM-CALLER-PGM  PIC X(8)  VALUE 'PARMIMP'.
001680 77  PM-CALLER-PARA PIC X(30) VALUE SPACES.
001690 77  PM-CALLER-MSG  PIC X(60) VALUE SPACES.
************************************************************************
001710*    IMAGE OF ONE TRANSACTION CARD - SEE PARMDMNT
************************************************************************
001730 01  TRAN-DETAIL.
001740     05  TRN-ACTION    PIC X(1).
001750     05  FILLER        PIC X(1).
001760     05  TRN-APPL      PIC X(8).
001770     05  FILLER        PIC X(1).
001780     05  TRN-KEYWORD   PIC X(16).
001790     05  FILLER        PIC X(1).
001800     05  TRN-TYPE      PIC X(1).
001810     05  FILLER        PIC X(1).
001820     05  TRN-REQ       PIC X(1).
JDM032     05  TRN-SENS      PIC X(1).
001840     05  TRN-RULE      PIC X(48).
************************************************************************
001860*    IMAGE OF ONE DICTIONARY RECORD - SEE PARMCHK FOR THE LAYOUT
************************************************************************
001880 01  DICT-DETAIL.
001890     05  DIC-APPL      PIC X(8).
001900     05  FILLER        PIC X(1).
001910     05  DIC-KEYWORD   PIC X(16).
001920     05  FILLER        PIC X(1).
001930     05  DIC-TYPE      PIC X(1).
001940     05  FILLER        PIC X(1).
001950     05  DIC-REQ       PIC X(1).
001960     05  FILLER        PIC X(1).
001970     05  DIC-RULE      PIC X(50).
************************************************************************
001990*    THE DICTIONARY BEFORE AND AFTER THE TRANSACTIONS, ENTRY BY
002000*    ENTRY IN PARMDICT ORDER (ADDITIONS AT THE END, AS PARMDMNT
002010*    WRITES THEM). STATUS: '*' COMMENT, ' ' UNCHANGED, 'A'
002020*    ADDED, 'C' CHANGED, 'D' DELETED. TBL-OLD- IS THE ENTRY AS
002030*    IT STANDS IN PARMDICT TODAY, TBL-NEW- AS IT WILL STAND.
002040*    TBL-NEWR IS 'Y' WHEN THE ENTRY BECOMES REQUIRED
************************************************************************
002060 01  DICT-TABLE.
002070     05  DICT-ENTRY OCCURS 500.
002080         10  TBL-APPL      PIC X(8).
002090         10  TBL-KEYWORD   PIC X(16).
002100         10  TBL-STAT      PIC X(1).
002110         10  TBL-NEWR      PIC X(1).
002120         10  TBL-OLD-TYPE  PIC X(1).
002130         10  TBL-OLD-REQ   PIC X(1).
002140         10  TBL-OLD-RULE  PIC X(50).
002150         10  TBL-NEW-TYPE  PIC X(1).
002160         10  TBL-NEW-REQ   PIC X(1).
002170         10  TBL-NEW-RULE  PIC X(50).
************************************************************************
002190*    DISTINCT KEYWORDS TOUCHED BY THE TRANSACTIONS - ONE
002200*    PARMXREF BROWSE EACH
************************************************************************
002220 01  KEY-TABLE.
002230     05  KEY-ENTRY OCCURS 100.
002240         10  KT-KEYWORD    PIC X(16).
************************************************************************
002260*    RUN CURRENTLY REPLAYED FROM PARMHIST
************************************************************************
002280 01  RUN-DETAIL.
002290     05  RUN-DATE      PIC 9(8).
002300     05  RUN-TIME      PIC 9(8).
002310     05  RUN-JOBNAME   PIC X(8).
002320     05  RUN-STEPNAME  PIC X(8).
************************************************************************
002340*         RECORD FORMATS IN THE IMPACT LISTING
************************************************************************
002360 01  IMP-TITLE-LINE.
002370     05  FILLER        PIC X(44) VALUE IS
002380         '****** IMPACT DES MODIFICATIONS DU DICTIONNA'.
002390     05  FILLER        PIC X(9) VALUE IS 'IRE -    '.
002400     05  IMP-TITLE-DATE PIC 9(8).
002410     05  FILLER        PIC X(7) VALUE IS ' ******'.
002420     05  FILLER        PIC X(65) VALUE IS SPACES.
002430 01  IMP-PERIOD-LINE.
002440     05  FILLER        PIC X(21) VALUE IS
002450         'PERIODE ANALYSEE DU '.
002460     05  IMP-PERIOD-FROM PIC 9(8).
002470     05  FILLER        PIC X(4) VALUE IS ' AU '.
002480     05  IMP-PERIOD-TO PIC 9(8).
002490     05  FILLER        PIC X(92) VALUE IS SPACES.
002500 01  IMP-BLANK-LINE.
002510     05  FILLER        PIC X(133) VALUE IS SPACES.
002520 01  IMP-TRAN-LINE.
002530     05  FILLER        PIC X(14) VALUE IS 'TRANSACTION : '.
002540     05  IMP-TRAN-TEXT PIC X(80).
002550     05  FILLER        PIC X(39) VALUE IS SPACES.
002560 01  IMP-IGNORE-LINE.
002570     05  FILLER        PIC X(18) VALUE IS '**** IGNOREE -    '.
002580     05  IMP-IGNORE-TEXT PIC X(60).
002590     05  FILLER        PIC X(5) VALUE IS ' ****'.
002600     05  FILLER        PIC X(50) VALUE IS SPACES.
002610 01  IMP-HEAD-LINE.
002620     05  FILLER        PIC X(44) VALUE IS
002630         '****** PASSAGES EN ECHEC AVEC LE NOUVEAU DIC'.
002640     05  FILLER        PIC X(19) VALUE IS
002650         'TIONNAIRE ******   '.
002660     05  FILLER        PIC X(70) VALUE IS SPACES.
002670 01  IMP-HIT-LINE.
002680     05  IMP-HIT-DATE  PIC 9(8).
002690     05  FILLER        PIC X(1) VALUE IS SPACE.
002700     05  IMP-HIT-HH    PIC X(2).
002710     05  FILLER        PIC X(1) VALUE IS ':'.
002720     05  IMP-HIT-MM    PIC X(2).
002730     05  FILLER        PIC X(1) VALUE IS ':'.
002740     05  IMP-HIT-SS    PIC X(2).
002750     05  FILLER        PIC X(6) VALUE IS '  JOB='.
002760     05  IMP-HIT-JOB   PIC X(8).
002770     05  FILLER        PIC X(7) VALUE IS '  STEP='.
002780     05  IMP-HIT-STEP  PIC X(8).
002790     05  FILLER        PIC X(7) VALUE IS ' CARTE='.
002800     05  IMP-HIT-SEQ   PIC X(5).
002810     05  FILLER        PIC X(1) VALUE IS SPACE.
002820     05  IMP-HIT-KEY   PIC X(16).
002830     05  FILLER        PIC X(1) VALUE IS SPACE.
002840     05  IMP-HIT-VALUE PIC X(20).
002850     05  FILLER        PIC X(1) VALUE IS SPACE.
002860     05  IMP-HIT-REASON PIC X(36).
002870 01  IMP-SEQ-EDIT      PIC ZZZZ9.
002880 01  IMP-MSG-LINE.
002890     05  IMP-MSG-TEXT  PIC X(60).
002900     05  FILLER        PIC X(73) VALUE IS SPACES.
002910 01  IMP-TOTAL-LINE.
002920     05  IMP-TOTAL-TEXT PIC X(40).
002930     05  IMP-TOTAL-COUNT PIC Z(6)9.
002940     05  FILLER        PIC X(86) VALUE IS SPACES.
************************************************************************
JDM032*    SENSITIVE-VALUE MASKING REQUEST - SEE PARMMASK
************************************************************************
JDM032 01  PMSK-REQUEST.
JDM032     05  PMSK-APPL     PIC X(8).
JDM032     05  PMSK-CARD     PIC X(80).
JDM032     05  PMSK-MASKED   PIC X(1).
JDM032     05  PMSK-RC       PIC X(1).
JDM032     05  PMSK-MESSAGE  PIC X(80).
002950 PROCEDURE DIVISION.
002960 MAIN-PARA.
************************************************************************
002980*         APPLIES THE TRANSACTIONS IN STORAGE, THEN REPLAYS THE
002990*         CROSS-REFERENCE AND THE HISTORY OF THE PERIOD
************************************************************************
003010     PERFORM GET-PARMS-PARA THRU GET-PARMS-EXIT.
003020     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003030     COMPUTE WS-CUTOFF = FUNCTION DATE-OF-INTEGER
003040         (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - WS-DAYS).
003050     OPEN OUTPUT IMP-FILE.
003060     PERFORM CHECK-IMP-STATUS.
003070     MOVE WS-RUN-DATE TO IMP-TITLE-DATE.
003080     WRITE IMP-REC FROM IMP-TITLE-LINE.
003090     PERFORM CHECK-IMP-STATUS.
003100     MOVE WS-CUTOFF   TO IMP-PERIOD-FROM.
003110     MOVE WS-RUN-DATE TO IMP-PERIOD-TO.
003120     WRITE IMP-REC FROM IMP-PERIOD-LINE.
003130     PERFORM CHECK-IMP-STATUS.
003140     PERFORM LOAD-DICT-PARA THRU LOAD-DICT-EXIT.
003150     OPEN INPUT TRAN-FILE.
003160     PERFORM CHECK-TRAN-STATUS.
003170     PERFORM APPLY-TRAN-PARA UNTIL WS-TRAN-EOF = 'Y'.
003180     CLOSE TRAN-FILE.
003190     PERFORM BUILD-KEYS-PARA
003200         VARYING TBL-IX FROM 1 BY 1
003210         UNTIL TBL-IX > WS-ENTRY-COUNT.
003220     WRITE IMP-REC FROM IMP-BLANK-LINE.
003230     PERFORM CHECK-IMP-STATUS.
003240     WRITE IMP-REC FROM IMP-HEAD-LINE.
003250     PERFORM CHECK-IMP-STATUS.
003260     OPEN INPUT XREF-FILE.
003270     PERFORM CHECK-XREF-STATUS.
003280     PERFORM BROWSE-KEY-PARA THRU BROWSE-KEY-EXIT
003290         VARYING WS-KX FROM 1 BY 1
003300         UNTIL WS-KX > WS-KEY-COUNT.
003310     IF WS-NEWREQ-COUNT > ZERO
003320         OPEN INPUT HIST-FILE
003330         PERFORM CHECK-HIST-STATUS
003340         PERFORM BROWSE-HIST-PARA THRU BROWSE-HIST-EXIT
003350         CLOSE HIST-FILE
003360     END-IF.
003370     CLOSE XREF-FILE.
003380     IF WS-IMP-COUNT = ZERO
003390         MOVE 'AUCUN PASSAGE IMPACTE PAR CES MODIFICATIONS'
003400             TO IMP-MSG-TEXT
003410         WRITE IMP-REC FROM IMP-MSG-LINE
003420         PERFORM CHECK-IMP-STATUS
003430     END-IF.
003440     PERFORM TOTALS-PARA.
003450     CLOSE IMP-FILE.
003460     DISPLAY 'PARMIMP - TRANSACTIONS LUES     ' WS-TRAN-COUNT.
003470     DISPLAY 'PARMIMP - TRANSACTIONS IGNOREES ' WS-IGN-COUNT.
003480     DISPLAY 'PARMIMP - PASSAGES EN ECHEC     ' WS-IMP-COUNT.
003490     IF WS-IMP-COUNT > ZERO
003500         DISPLAY 'PARMIMP - ' WS-IMP-COUNT
003510             ' PASSAGE(S) EN ECHEC AVEC LE NOUVEAU PARMDICT'
003520             UPON CONSOLE
003530         MOVE 8 TO RETURN-CODE
003540     END-IF.
003550     GOBACK.
003560 GET-PARMS-PARA.
************************************************************************
003580*         READS THE ANALYSIS PARAMETER CARDS THROUGH READCARD
************************************************************************
003600     CALL 'READCARD' USING PM-CARTE.
003610     IF PM-CARTE = '/*'
003620         GO TO GET-PARMS-EXIT
003630     END-IF.
003640     UNSTRING PM-CARTE DELIMITED BY '='
003650         INTO PM-KEYWORD PM-VALUE
003660     END-UNSTRING.
003670     MOVE FUNCTION TRIM(PM-VALUE) TO PM-VALUE.
003680     MOVE ZERO TO PM-VLEN.
003690     INSPECT PM-VALUE TALLYING PM-VLEN
003700         FOR CHARACTERS BEFORE INITIAL SPACE.
003710     IF FUNCTION TRIM(PM-KEYWORD) = 'DAYS'
003720         AND PM-VLEN >= 1 AND PM-VLEN <= 3
003730         AND PM-VALUE (1:PM-VLEN) NUMERIC
003740         COMPUTE WS-DAYS =
003750             FUNCTION NUMVAL (PM-VALUE (1:PM-VLEN))
003760         GO TO GET-PARMS-PARA
003770     END-IF.
003780     DISPLAY 'PARMIMP - CARD IGNORED - ' PM-CARTE (1:40).
003790     GO TO GET-PARMS-PARA.
003800 GET-PARMS-EXIT.
003810     EXIT.
003820 LOAD-DICT-PARA.
************************************************************************
003840*    LOADS THE LIVE ENTRIES OF TODAY'S DICTIONARY - OLD AND NEW
003850*    IMAGES START OUT EQUAL. STATUS 35 MEANS NO DICTIONARY IS IN
003860*    FORCE TODAY, SO EVERY CARD PASSES UNDER THE OLD RULES
************************************************************************
003880     OPEN INPUT DICT-IN.
003890     IF F-KEY2 = '35'
003900         MOVE 'PAS DE DICTIONNAIRE EN ENTREE - CREATION'
003910             TO IMP-MSG-TEXT
003920         WRITE IMP-REC FROM IMP-MSG-LINE
003930         PERFORM CHECK-IMP-STATUS
003940         GO TO LOAD-DICT-EXIT
003950     END-IF.
003960     PERFORM CHECK-DICT-STATUS.
003970     MOVE 'Y' TO WS-DICT-FLAG.
003980 LOAD-DICT-READ.
003990     READ DICT-IN INTO DICT-DETAIL
004000         AT END GO TO LOAD-DICT-END
004010     END-READ.
004020     PERFORM CHECK-DICT-STATUS.
004030     IF DICT-DETAIL (1:1) = '*' OR DICT-DETAIL = SPACES
004040         GO TO LOAD-DICT-READ
004050     END-IF.
004060     IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
004070         MOVE 'LOAD-DICT-READ' TO PM-CALLER-PARA
004080         MOVE 'DICTIONARY TABLE FULL - RAISE OCCURS'
004090             TO PM-CALLER-MSG
004100         PERFORM FATAL-PARA
004110     END-IF.
004120     ADD 1 TO WS-ENTRY-COUNT.
004130     MOVE DIC-APPL    TO TBL-APPL (WS-ENTRY-COUNT).
004140     MOVE DIC-KEYWORD TO TBL-KEYWORD (WS-ENTRY-COUNT).
004150     MOVE SPACE       TO TBL-STAT (WS-ENTRY-COUNT).
004160     MOVE 'N'         TO TBL-NEWR (WS-ENTRY-COUNT).
004170     MOVE DIC-TYPE    TO TBL-OLD-TYPE (WS-ENTRY-COUNT)
004180                         TBL-NEW-TYPE (WS-ENTRY-COUNT).
004190     MOVE DIC-REQ     TO TBL-OLD-REQ (WS-ENTRY-COUNT)
004200                         TBL-NEW-REQ (WS-ENTRY-COUNT).
004210     MOVE DIC-RULE    TO TBL-OLD-RULE (WS-ENTRY-COUNT)
004220                         TBL-NEW-RULE (WS-ENTRY-COUNT).
004230     GO TO LOAD-DICT-READ.
004240 LOAD-DICT-END.
004250     CLOSE DICT-IN.
004260 LOAD-DICT-EXIT.
004270     EXIT.
004280 APPLY-TRAN-PARA.
************************************************************************
004300*         READS AND APPLIES ONE TRANSACTION CARD
************************************************************************
004320     READ TRAN-FILE INTO TRAN-DETAIL
004330         AT END
004340             MOVE 'Y' TO WS-TRAN-EOF
004350         NOT AT END
004360             PERFORM EDIT-TRAN-PARA THRU EDIT-TRAN-EXIT
004370     END-READ.
004380     PERFORM CHECK-TRAN-STATUS.
004390 EDIT-TRAN-PARA.
************************************************************************
004410*    APPLIES ONE TRANSACTION TO THE NEW IMAGE OF THE DICTIONARY.
004420*    RULE SYNTAX IS PARMDMNT'S BUSINESS - ONLY WHAT IT TAKES TO
004430*    PLACE THE TRANSACTION IS CHECKED HERE
************************************************************************
004450     IF TRAN-DETAIL (1:1) = '*' OR TRAN-DETAIL = SPACES
004460         GO TO EDIT-TRAN-EXIT
004470     END-IF.
004480     ADD 1 TO WS-TRAN-COUNT.
004490     MOVE TRAN-DETAIL TO IMP-TRAN-TEXT.
004500     WRITE IMP-REC FROM IMP-TRAN-LINE.
004510     PERFORM CHECK-IMP-STATUS.
004520     IF TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'C'
004530         AND TRN-ACTION NOT = 'D'
004540         MOVE 'ACTION INVALIDE - ATTENDU A, C OU D'
004550             TO WS-ERR-TEXT
004560         GO TO IGNORE-TRAN-PARA
004570     END-IF.
004580     IF TRN-APPL = SPACES OR TRN-KEYWORD = SPACES
004590         MOVE 'APPLICATION ET MOT-CLE OBLIGATOIRES'
004600             TO WS-ERR-TEXT
004610         GO TO IGNORE-TRAN-PARA
004620     END-IF.
004630     IF TRN-ACTION NOT = 'D'
004640         AND TRN-TYPE NOT = 'N' AND TRN-TYPE NOT = 'D'
004650         AND TRN-TYPE NOT = 'B' AND TRN-TYPE NOT = 'C'
004660         MOVE 'TYPE INVALIDE - ATTENDU N, D, B OU C'
004670             TO WS-ERR-TEXT
004680         GO TO IGNORE-TRAN-PARA
004690     END-IF.
004700     IF TRN-ACTION NOT = 'D'
004710         AND TRN-REQ NOT = 'R' AND TRN-REQ NOT = 'O'
004720         MOVE 'INDICATEUR OBLIGATOIRE INVALIDE - ATTENDU R OU O'
004730             TO WS-ERR-TEXT
004740         GO TO IGNORE-TRAN-PARA
004750     END-IF.
JDM032     IF TRN-ACTION NOT = 'D'
JDM032         AND TRN-SENS NOT = 'S' AND TRN-SENS NOT = SPACE
JDM032         MOVE 'INDICATEUR SENSIBLE INVALIDE - ATTENDU S OU BLANC'
JDM032             TO WS-ERR-TEXT
JDM032         GO TO IGNORE-TRAN-PARA
JDM032     END-IF.
004760     PERFORM FIND-ENTRY-PARA.
004770     IF TRN-ACTION = 'A'
004780         GO TO ADD-TRAN-PARA
004790     END-IF.
004800     IF WS-HIT-IX = ZERO
004810         MOVE 'ENTREE INEXISTANTE DANS PARMDICT'
004820             TO WS-ERR-TEXT
004830         GO TO IGNORE-TRAN-PARA
004840     END-IF.
004850     MOVE WS-HIT-IX TO TBL-IX.
004860     IF TRN-ACTION = 'D'
004870         IF TBL-STAT (TBL-IX) = 'A'
004880             MOVE '*' TO TBL-STAT (TBL-IX)
004890         ELSE
004900             MOVE 'D' TO TBL-STAT (TBL-IX)
004910         END-IF
004920         MOVE 'N' TO TBL-NEWR (TBL-IX)
004930         GO TO EDIT-TRAN-EXIT
004940     END-IF.
004950     IF TBL-STAT (TBL-IX) = SPACE
004960         MOVE 'C' TO TBL-STAT (TBL-IX)
004970     END-IF.
004980     PERFORM BUILD-ENTRY-PARA.
004990     GO TO EDIT-TRAN-EXIT.
005000 ADD-TRAN-PARA.
005010     IF WS-HIT-IX > ZERO
005020         MOVE 'ENTREE DEJA PRESENTE - UTILISER C'
005030             TO WS-ERR-TEXT
005040         GO TO IGNORE-TRAN-PARA
005050     END-IF.
005060     IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
005070         MOVE 'ADD-TRAN-PARA' TO PM-CALLER-PARA
005080         MOVE 'DICTIONARY TABLE FULL - RAISE OCCURS'
005090             TO PM-CALLER-MSG
005100         PERFORM FATAL-PARA
005110     END-IF.
005120     ADD 1 TO WS-ENTRY-COUNT.
005130     MOVE WS-ENTRY-COUNT TO TBL-IX.
005140     MOVE TRN-APPL    TO TBL-APPL (TBL-IX).
005150     MOVE TRN-KEYWORD TO TBL-KEYWORD (TBL-IX).
005160     MOVE 'A'         TO TBL-STAT (TBL-IX).
005170     MOVE SPACES      TO TBL-OLD-TYPE (TBL-IX)
005180                         TBL-OLD-REQ (TBL-IX)
005190                         TBL-OLD-RULE (TBL-IX).
005200     PERFORM BUILD-ENTRY-PARA.
005210     GO TO EDIT-TRAN-EXIT.
005220 IGNORE-TRAN-PARA.
005230     ADD 1 TO WS-IGN-COUNT.
005240     MOVE WS-ERR-TEXT TO IMP-IGNORE-TEXT.
005250     WRITE IMP-REC FROM IMP-IGNORE-LINE.
005260     PERFORM CHECK-IMP-STATUS.
005270 EDIT-TRAN-EXIT.
005280     EXIT.
005290 BUILD-ENTRY-PARA.
************************************************************************
005310*    CARRIES THE TRANSACTION INTO THE NEW IMAGE OF THE ENTRY
005320*    TBL-IX POINTS AT AND DECIDES WHETHER IT BECOMES REQUIRED
************************************************************************
005340     MOVE TRN-TYPE TO TBL-NEW-TYPE (TBL-IX).
005350     MOVE TRN-REQ  TO TBL-NEW-REQ (TBL-IX).
005360     MOVE TRN-RULE TO TBL-NEW-RULE (TBL-IX).
005370     MOVE 'N' TO TBL-NEWR (TBL-IX).
005380     IF TRN-REQ = 'R' AND TBL-OLD-REQ (TBL-IX) NOT = 'R'
005390         MOVE 'Y' TO TBL-NEWR (TBL-IX)
005400     END-IF.
005410 FIND-ENTRY-PARA.
************************************************************************
005430*    LOCATES THE LIVE ENTRY FOR TRN-APPL/TRN-KEYWORD - A
005440*    DELETED ENTRY NO LONGER MATCHES, SO AN ADD AFTER A DELETE
005450*    IN THE SAME RUN IS HONORED
************************************************************************
005470     MOVE ZERO TO WS-HIT-IX.
005480     PERFORM SCAN-ENTRY-PARA
005490         VARYING TBL-IX FROM 1 BY 1
005500         UNTIL TBL-IX > WS-ENTRY-COUNT OR WS-HIT-IX > ZERO.
005510 SCAN-ENTRY-PARA.
005520     IF TBL-IX <= WS-ENTRY-COUNT
005530         IF TBL-STAT (TBL-IX) NOT = '*'
005540             AND TBL-STAT (TBL-IX) NOT = 'D'
005550             AND TBL-APPL (TBL-IX) = TRN-APPL
005560             AND TBL-KEYWORD (TBL-IX) = TRN-KEYWORD
005570             MOVE TBL-IX TO WS-HIT-IX
005580         END-IF
005590     END-IF.
005600 BUILD-KEYS-PARA.
************************************************************************
005620*    COLLECTS THE DISTINCT KEYWORDS OF THE ENTRIES THE
005630*    TRANSACTIONS TOUCHED AND COUNTS THE NEWLY REQUIRED ONES
************************************************************************
005650     IF TBL-STAT (TBL-IX) = SPACE OR TBL-STAT (TBL-IX) = '*'
005660         GO TO BUILD-KEYS-EXIT
005670     END-IF.
005680     IF TBL-NEWR (TBL-IX) = 'Y'
005690         ADD 1 TO WS-NEWREQ-COUNT
005700     END-IF.
005710     MOVE ZERO TO WS-KHIT.
005720     PERFORM SCAN-KEY-PARA
005730         VARYING WS-KX FROM 1 BY 1
005740         UNTIL WS-KX > WS-KEY-COUNT OR WS-KHIT > ZERO.
005750     IF WS-KHIT > ZERO
005760         GO TO BUILD-KEYS-EXIT
005770     END-IF.
005780     IF WS-KEY-COUNT >= WS-KEY-MAX
005790         MOVE 'BUILD-KEYS-PARA' TO PM-CALLER-PARA
005800         MOVE 'KEYWORD TABLE FULL - RAISE OCCURS'
005810             TO PM-CALLER-MSG
005820         PERFORM FATAL-PARA
005830     END-IF.
005840     ADD 1 TO WS-KEY-COUNT.
005850     MOVE TBL-KEYWORD (TBL-IX) TO KT-KEYWORD (WS-KEY-COUNT).
005860 BUILD-KEYS-EXIT.
005870     EXIT.
005880 SCAN-KEY-PARA.
005890     IF WS-KX <= WS-KEY-COUNT
005900         IF KT-KEYWORD (WS-KX) = TBL-KEYWORD (TBL-IX)
005910             MOVE WS-KX TO WS-KHIT
005920         END-IF
005930     END-IF.
005940 BROWSE-KEY-PARA.
************************************************************************
005960*    THE XREF KEY LEADS WITH THE KEYWORD - POSITIONS ON THE
005970*    FIRST RECORD OF THE KEYWORD INSIDE THE PERIOD AND REPLAYS
005980*    EVERY CARD THAT CARRIED IT
************************************************************************
006000     MOVE LOW-VALUES TO XREF-KEY.
006010     MOVE KT-KEYWORD (WS-KX) TO XK-KEYWORD.
006020     MOVE WS-CUTOFF TO XK-DATE.
006030     START XREF-FILE KEY NOT < XREF-KEY
006040         INVALID KEY GO TO BROWSE-KEY-EXIT
006050     END-START.
006060 BROWSE-KEY-READ.
006070     READ XREF-FILE NEXT RECORD
006080         AT END GO TO BROWSE-KEY-EXIT
006090     END-READ.
006100     PERFORM CHECK-XREF-STATUS.
006110     IF XK-KEYWORD NOT = KT-KEYWORD (WS-KX)
006120         GO TO BROWSE-KEY-EXIT
006130     END-IF.
006140     IF XK-DATE > WS-RUN-DATE
006150         GO TO BROWSE-KEY-EXIT
006160     END-IF.
006170     IF XREF-DISP = 'N'
006180         GO TO BROWSE-KEY-READ
006190     END-IF.
006200     ADD 1 TO WS-HIT-COUNT.
006210     PERFORM REPLAY-CARD-PARA THRU REPLAY-CARD-EXIT.
006220     GO TO BROWSE-KEY-READ.
006230 BROWSE-KEY-EXIT.
006240     EXIT.
006250 REPLAY-CARD-PARA.
************************************************************************
006270*    ONE CARD OF ONE RUN - ONLY A CARD THAT PASSES TODAY AND
006280*    FAILS TOMORROW IS THE CHANGE'S DOING. A KEYWORD UNKNOWN TO
006290*    TODAY'S DICTIONARY ALREADY FAILS AND IS NOT LISTED
************************************************************************
006310     MOVE XK-KEYWORD  TO WS-FIND-KEY.
006320     MOVE XK-STEPNAME TO WS-FIND-STEP.
006330     PERFORM FIND-GOV-PARA.
006340     MOVE FUNCTION TRIM(XREF-VALUE) TO WS-VAL.
JDM032     IF WS-VAL (1:9) = '********('
JDM032         AND WS-VAL (10:10) NUMERIC
JDM032         AND WS-VAL (20:1) = ')'
JDM032         GO TO REPLAY-CARD-EXIT
JDM032     END-IF.
006350     IF WS-DICT-FLAG = 'Y'
006360         IF WS-OLD-IX = ZERO
006370             GO TO REPLAY-CARD-EXIT
006380         END-IF
006390         MOVE TBL-OLD-TYPE (WS-OLD-IX) TO WS-CHK-TYPE
006400         MOVE TBL-OLD-RULE (WS-OLD-IX) TO WS-CHK-RULE
006410         PERFORM CHECK-VALUE-PARA THRU CHECK-VALUE-EXIT
006420         IF WS-CHK-RC NOT = '0'
006430             GO TO REPLAY-CARD-EXIT
006440         END-IF
006450     END-IF.
006460     IF WS-NEW-IX = ZERO
006470         MOVE 'MOT-CLE SUPPRIME DU DICTIONNAIRE'
006480             TO WS-REASON
006490         GO TO REPLAY-CARD-LIST
006500     END-IF.
006510     MOVE TBL-NEW-TYPE (WS-NEW-IX) TO WS-CHK-TYPE.
006520     MOVE TBL-NEW-RULE (WS-NEW-IX) TO WS-CHK-RULE.
006530     PERFORM CHECK-VALUE-PARA THRU CHECK-VALUE-EXIT.
006540     IF WS-CHK-RC = '0'
006550         GO TO REPLAY-CARD-EXIT
006560     END-IF.
006570 REPLAY-CARD-LIST.
006580     MOVE XK-DATE      TO IMP-HIT-DATE.
006590     MOVE XK-TIME (1:2) TO IMP-HIT-HH.
006600     MOVE XK-TIME (3:2) TO IMP-HIT-MM.
006610     MOVE XK-TIME (5:2) TO IMP-HIT-SS.
006620     MOVE XK-JOBNAME   TO IMP-HIT-JOB.
006630     MOVE XK-STEPNAME  TO IMP-HIT-STEP.
006640     MOVE XK-SEQ       TO IMP-SEQ-EDIT.
006650     MOVE IMP-SEQ-EDIT TO IMP-HIT-SEQ.
006660     MOVE XK-KEYWORD   TO IMP-HIT-KEY.
JDM032     MOVE ZERO TO WS-KLEN.
JDM032     INSPECT XK-KEYWORD TALLYING WS-KLEN
JDM032         FOR CHARACTERS BEFORE INITIAL SPACE.
JDM032     MOVE SPACES TO PMSK-CARD.
JDM032     MOVE XK-KEYWORD (1:WS-KLEN) TO PMSK-CARD (1:WS-KLEN).
JDM032     MOVE '=' TO PMSK-CARD (WS-KLEN + 1:1).
JDM032     MOVE XREF-VALUE TO PMSK-CARD (WS-KLEN + 2:).
JDM032     MOVE XK-STEPNAME TO PMSK-APPL.
JDM032     PERFORM MASK-PARA.
JDM032     MOVE PMSK-CARD (WS-KLEN + 2:20) TO IMP-HIT-VALUE.
006680     MOVE WS-REASON    TO IMP-HIT-REASON.
006690     PERFORM WRITE-HIT-PARA.
006700 REPLAY-CARD-EXIT.
006710     EXIT.
006720 BROWSE-HIST-PARA.
************************************************************************
006740*    NEWLY REQUIRED KEYWORDS - EVERY RUN OF THE PERIOD IN
006750*    PARMHIST (THE KEY LEADS WITH THE RUN DATE) IS CHECKED FOR
006760*    EACH KEYWORD THAT BECOMES REQUIRED FOR ITS STEP
************************************************************************
006780     MOVE LOW-VALUES TO HIST-KEY.
006790     MOVE WS-CUTOFF TO HK-DATE.
006800     START HIST-FILE KEY NOT < HIST-KEY
006810         INVALID KEY GO TO BROWSE-HIST-EXIT
006820     END-START.
006830 BROWSE-HIST-READ.
006840     READ HIST-FILE NEXT RECORD
006850         AT END GO TO BROWSE-HIST-EXIT
006860     END-READ.
006870     PERFORM CHECK-HIST-STATUS.
006880     IF HK-DATE > WS-RUN-DATE
006890         GO TO BROWSE-HIST-EXIT
006900     END-IF.
006910     MOVE HIST-KEY (1:32) TO WS-CUR-RUN.
006920     IF WS-CUR-RUN = WS-PREV-RUN
006930         GO TO BROWSE-HIST-READ
006940     END-IF.
006950     MOVE WS-CUR-RUN TO WS-PREV-RUN.
006960     ADD 1 TO WS-RUN-COUNT.
006970     MOVE HK-DATE     TO RUN-DATE.
006980     MOVE HK-TIME     TO RUN-TIME.
006990     MOVE HK-JOBNAME  TO RUN-JOBNAME.
007000     MOVE HK-STEPNAME TO RUN-STEPNAME.
007010     PERFORM CHECK-REQ-PARA THRU CHECK-REQ-EXIT
007020         VARYING TBL-IX FROM 1 BY 1
007030         UNTIL TBL-IX > WS-ENTRY-COUNT.
007040     GO TO BROWSE-HIST-READ.
007050 BROWSE-HIST-EXIT.
007060     EXIT.
007070 CHECK-REQ-PARA.
************************************************************************
007090*    ONE NEWLY REQUIRED ENTRY AGAINST THE CURRENT RUN - IT MUST
007100*    COVER THE STEP AND BE THE ENTRY PARMCHK WILL GOVERN THE
007110*    KEYWORD BY, AND THE KEYWORD MUST NOT ALREADY BE REQUIRED
007120*    THROUGH THE ENTRY THAT GOVERNS IT TODAY
************************************************************************
007140     IF TBL-NEWR (TBL-IX) NOT = 'Y'
007150         GO TO CHECK-REQ-EXIT
007160     END-IF.
007170     IF TBL-APPL (TBL-IX) NOT = RUN-STEPNAME
007180         AND TBL-APPL (TBL-IX) NOT = 'ALL'
007190         GO TO CHECK-REQ-EXIT
007200     END-IF.
007210     MOVE TBL-KEYWORD (TBL-IX) TO WS-FIND-KEY.
007220     MOVE RUN-STEPNAME TO WS-FIND-STEP.
007230     PERFORM FIND-GOV-PARA.
007240     IF WS-NEW-IX NOT = TBL-IX
007250         GO TO CHECK-REQ-EXIT
007260     END-IF.
007270     IF WS-OLD-IX > ZERO
007280         IF TBL-OLD-REQ (WS-OLD-IX) = 'R'
007290             GO TO CHECK-REQ-EXIT
007300         END-IF
007310     END-IF.
007320     PERFORM PROBE-XREF-PARA THRU PROBE-XREF-EXIT.
007330     IF WS-SUPPLIED = 'Y'
007340         GO TO CHECK-REQ-EXIT
007350     END-IF.
007360     MOVE RUN-DATE     TO IMP-HIT-DATE.
007370     MOVE RUN-TIME (1:2) TO IMP-HIT-HH.
007380     MOVE RUN-TIME (3:2) TO IMP-HIT-MM.
007390     MOVE RUN-TIME (5:2) TO IMP-HIT-SS.
007400     MOVE RUN-JOBNAME  TO IMP-HIT-JOB.
007410     MOVE RUN-STEPNAME TO IMP-HIT-STEP.
007420     MOVE '  -  '      TO IMP-HIT-SEQ.
007430     MOVE WS-FIND-KEY  TO IMP-HIT-KEY.
007440     MOVE '*NON FOURNI*' TO IMP-HIT-VALUE.
007450     MOVE 'MOT-CLE DEVENU OBLIGATOIRE'
007460         TO IMP-HIT-REASON.
007470     PERFORM WRITE-HIT-PARA.
007480 CHECK-REQ-EXIT.
007490     EXIT.
007500 PROBE-XREF-PARA.
************************************************************************
007520*    DID THE RUN SUPPLY THE KEYWORD - POSITIONS ON THE KEYWORD
007530*    AND RUN IN PARMXREF AND LOOKS FOR A CARD THAT WAS IN FORCE
************************************************************************
007550     MOVE 'N' TO WS-SUPPLIED.
007560     MOVE LOW-VALUES   TO XREF-KEY.
007570     MOVE WS-FIND-KEY  TO XK-KEYWORD.
007580     MOVE RUN-DATE     TO XK-DATE.
007590     MOVE RUN-TIME     TO XK-TIME.
007600     MOVE RUN-JOBNAME  TO XK-JOBNAME.
007610     MOVE RUN-STEPNAME TO XK-STEPNAME.
007620     MOVE ZERO         TO XK-SEQ.
007630     START XREF-FILE KEY NOT < XREF-KEY
007640         INVALID KEY GO TO PROBE-XREF-EXIT
007650     END-START.
007660 PROBE-XREF-READ.
007670     READ XREF-FILE NEXT RECORD
007680         AT END GO TO PROBE-XREF-EXIT
007690     END-READ.
007700     PERFORM CHECK-XREF-STATUS.
007710     IF XK-KEYWORD NOT = WS-FIND-KEY
007720         OR XK-DATE NOT = RUN-DATE
007730         OR XK-TIME NOT = RUN-TIME
007740         OR XK-JOBNAME NOT = RUN-JOBNAME
007750         OR XK-STEPNAME NOT = RUN-STEPNAME
007760         GO TO PROBE-XREF-EXIT
007770     END-IF.
007780     IF XREF-DISP = 'N'
007790         GO TO PROBE-XREF-READ
007800     END-IF.
007810     MOVE 'Y' TO WS-SUPPLIED.
007820 PROBE-XREF-EXIT.
007830     EXIT.
007840 FIND-GOV-PARA.
************************************************************************
007860*    THE ENTRIES THAT GOVERN WS-FIND-KEY FOR WS-FIND-STEP TODAY
007870*    (WS-OLD-IX) AND AFTER THE SWAP (WS-NEW-IX) - THE FIRST IN
007880*    DICTIONARY ORDER FOR THE STEP OR 'ALL', AS PARMCHK LOADS
007890*    THEM. ZERO = NO ENTRY
************************************************************************
007910     MOVE ZERO TO WS-OLD-IX WS-NEW-IX.
007920     PERFORM SCAN-GOV-PARA
007930         VARYING WS-SX FROM 1 BY 1
007940         UNTIL WS-SX > WS-ENTRY-COUNT
007950             OR (WS-OLD-IX > ZERO AND WS-NEW-IX > ZERO).
007960 SCAN-GOV-PARA.
007970     IF WS-SX <= WS-ENTRY-COUNT
007980         IF TBL-KEYWORD (WS-SX) = WS-FIND-KEY
007990             AND (TBL-APPL (WS-SX) = WS-FIND-STEP
008000                  OR TBL-APPL (WS-SX) = 'ALL')
008010             IF WS-OLD-IX = ZERO
008020                 AND TBL-STAT (WS-SX) NOT = 'A'
008030                 AND TBL-STAT (WS-SX) NOT = '*'
008040                 MOVE WS-SX TO WS-OLD-IX
008050             END-IF
008060             IF WS-NEW-IX = ZERO
008070                 AND TBL-STAT (WS-SX) NOT = 'D'
008080                 AND TBL-STAT (WS-SX) NOT = '*'
008090                 MOVE WS-SX TO WS-NEW-IX
008100             END-IF
008110         END-IF
008120     END-IF.
008130 CHECK-VALUE-PARA.
************************************************************************
008150*    CHECKS WS-VAL AGAINST WS-CHK-TYPE/WS-CHK-RULE EXACTLY AS
008160*    PARMCHK DOES AT RUN TIME. WS-CHK-RC '0' = PASSES, ELSE THE
008170*    REASON IS LEFT IN WS-REASON
************************************************************************
008190     MOVE '0' TO WS-CHK-RC.
008200     MOVE ZERO TO WS-VLEN.
008210     INSPECT WS-VAL TALLYING WS-VLEN
008220         FOR CHARACTERS BEFORE INITIAL SPACE.
008230     IF WS-CHK-TYPE = 'N'
008240         GO TO CHECK-VALUE-NUM
008250     END-IF.
008260     IF WS-CHK-TYPE = 'D'
008270         GO TO CHECK-VALUE-DATE
008280     END-IF.
008290     IF WS-CHK-TYPE = 'B'
008300         GO TO CHECK-VALUE-BOOL
008310     END-IF.
008320     IF WS-CHK-TYPE = 'C'
008330         GO TO CHECK-VALUE-LIST
008340     END-IF.
008350     GO TO CHECK-VALUE-EXIT.
008360 CHECK-VALUE-NUM.
008370     MOVE WS-VAL TO WS-SCRATCH.
008380     INSPECT WS-SCRATCH
008390         CONVERTING '0123456789.' TO '           '.
008400     MOVE ZERO TO WS-DOTS.
008410     INSPECT WS-VAL TALLYING WS-DOTS FOR ALL '.'.
008420     IF WS-VLEN = ZERO OR WS-SCRATCH NOT = SPACES
008430         OR WS-DOTS > 1 OR WS-VAL (1:1) = '.'
008440         MOVE '1' TO WS-CHK-RC
008450         MOVE 'VALEUR NON NUMERIQUE - TYPE N'
008460             TO WS-REASON
008470         GO TO CHECK-VALUE-EXIT
008480     END-IF.
008490     IF WS-CHK-RULE = SPACES
008500         GO TO CHECK-VALUE-EXIT
008510     END-IF.
008520     COMPUTE WS-NUM-VALUE =
008530         FUNCTION NUMVAL (WS-VAL (1:WS-VLEN)).
008540     MOVE SPACES TO WS-MIN-X WS-MAX-X.
008550     UNSTRING WS-CHK-RULE DELIMITED BY ':'
008560         INTO WS-MIN-X WS-MAX-X
008570     END-UNSTRING.
008580     COMPUTE WS-MIN-VALUE = FUNCTION NUMVAL (WS-MIN-X).
008590     COMPUTE WS-MAX-VALUE = FUNCTION NUMVAL (WS-MAX-X).
008600     IF WS-NUM-VALUE < WS-MIN-VALUE
008610         OR WS-NUM-VALUE > WS-MAX-VALUE
008620         MOVE '1' TO WS-CHK-RC
008630         MOVE SPACES TO WS-REASON
008640         STRING 'HORS BORNES ' WS-CHK-RULE
008650             DELIMITED BY SIZE INTO WS-REASON
008660         END-STRING
008670     END-IF.
008680     GO TO CHECK-VALUE-EXIT.
008690 CHECK-VALUE-DATE.
008700     IF WS-VLEN NOT = 8
008710         OR WS-VAL (1:8) NOT NUMERIC
008720         OR WS-VAL (5:2) < '01' OR WS-VAL (5:2) > '12'
008730         OR WS-VAL (7:2) < '01' OR WS-VAL (7:2) > '31'
008740         MOVE '1' TO WS-CHK-RC
008750         MOVE 'DATE INVALIDE - TYPE D' TO WS-REASON
008760     END-IF.
008770     GO TO CHECK-VALUE-EXIT.
008780 CHECK-VALUE-BOOL.
008790     IF WS-VLEN NOT = 1
008800         OR (WS-VAL (1:1) NOT = 'Y' AND WS-VAL (1:1) NOT = 'N')
008810         MOVE '1' TO WS-CHK-RC
008820         MOVE 'VALEUR AUTRE QUE Y OU N - TYPE B'
008830             TO WS-REASON
008840     END-IF.
008850     GO TO CHECK-VALUE-EXIT.
008860 CHECK-VALUE-LIST.
008870     MOVE SPACES TO WS-LIST-ITEMS.
008880     UNSTRING WS-CHK-RULE DELIMITED BY ','
008890         INTO WS-LIT (1) WS-LIT (2) WS-LIT (3) WS-LIT (4)
008900              WS-LIT (5) WS-LIT (6) WS-LIT (7) WS-LIT (8)
008910     END-UNSTRING.
008920     MOVE ZERO TO WS-LHIT.
008930     PERFORM SCAN-LIST-PARA
008940         VARYING WS-LX FROM 1 BY 1
008950         UNTIL WS-LX > 8 OR WS-LHIT > ZERO.
008960     IF WS-LHIT = ZERO
008970         MOVE '1' TO WS-CHK-RC
008980         MOVE 'CODE ABSENT DE LA NOUVELLE LISTE'
008990             TO WS-REASON
009000     END-IF.
009010 CHECK-VALUE-EXIT.
009020     EXIT.
009030 SCAN-LIST-PARA.
009040     IF WS-LIT (WS-LX) NOT = SPACES
009050         AND WS-VAL = WS-LIT (WS-LX)
009060         MOVE WS-LX TO WS-LHIT
009070     END-IF.
009080 WRITE-HIT-PARA.
009090     ADD 1 TO WS-IMP-COUNT.
009100     WRITE IMP-REC FROM IMP-HIT-LINE.
009110     PERFORM CHECK-IMP-STATUS.
009120 TOTALS-PARA.
************************************************************************
009140*         CONTROL TOTALS AT THE FOOT OF THE LISTING
************************************************************************
009160     WRITE IMP-REC FROM IMP-BLANK-LINE.
009170     PERFORM CHECK-IMP-STATUS.
009180     MOVE 'TRANSACTIONS LUES' TO IMP-TOTAL-TEXT.
009190     MOVE WS-TRAN-COUNT TO IMP-TOTAL-COUNT.
009200     WRITE IMP-REC FROM IMP-TOTAL-LINE.
009210     PERFORM CHECK-IMP-STATUS.
009220     MOVE 'TRANSACTIONS IGNOREES' TO IMP-TOTAL-TEXT.
009230     MOVE WS-IGN-COUNT TO IMP-TOTAL-COUNT.
009240     WRITE IMP-REC FROM IMP-TOTAL-LINE.
009250     PERFORM CHECK-IMP-STATUS.
009260     MOVE 'CARTES REJOUEES (PARMXREF)' TO IMP-TOTAL-TEXT.
009270     MOVE WS-HIT-COUNT TO IMP-TOTAL-COUNT.
009280     WRITE IMP-REC FROM IMP-TOTAL-LINE.
009290     PERFORM CHECK-IMP-STATUS.
009300     MOVE 'PASSAGES CONTROLES (PARMHIST)' TO IMP-TOTAL-TEXT.
009310     MOVE WS-RUN-COUNT TO IMP-TOTAL-COUNT.
009320     WRITE IMP-REC FROM IMP-TOTAL-LINE.
009330     PERFORM CHECK-IMP-STATUS.
009340     MOVE 'PASSAGES EN ECHEC' TO IMP-TOTAL-TEXT.
009350     MOVE WS-IMP-COUNT TO IMP-TOTAL-COUNT.
009360     WRITE IMP-REC FROM IMP-TOTAL-LINE.
009370     PERFORM CHECK-IMP-STATUS.
009380 CHECK-TRAN-STATUS.
************************************************************************
009400*    STOPS THE JOB IF DICTTRAN CANNOT BE OPENED OR READ
************************************************************************
009420     IF F-KEY1 NOT = '00' AND F-KEY1 NOT = '10'
009430         MOVE 'CHECK-TRAN-STATUS' TO PM-CALLER-PARA
009440         STRING 'I/O ERROR ON DICTTRAN - STATUS ' F-KEY1
009450             DELIMITED BY SIZE INTO PM-CALLER-MSG
009460         END-STRING
009470         PERFORM FATAL-PARA
009480     END-IF.
009490 CHECK-DICT-STATUS.
************************************************************************
009510*    STOPS THE JOB IF PARMDICT FAILS OTHER THAN NOT ALLOCATED
************************************************************************
009530     IF F-KEY2 NOT = '00' AND F-KEY2 NOT = '10'
009540         MOVE 'CHECK-DICT-STATUS' TO PM-CALLER-PARA
009550         STRING 'I/O ERROR ON PARMDICT - STATUS ' F-KEY2
009560             DELIMITED BY SIZE INTO PM-CALLER-MSG
009570         END-STRING
009580         PERFORM FATAL-PARA
009590     END-IF.
009600 CHECK-XREF-STATUS.
************************************************************************
009620*    STOPS THE JOB IF PARMXREF CANNOT BE OPENED OR READ
************************************************************************
009640     IF F-KEY3 NOT = '00' AND F-KEY3 NOT = '02'
009650         MOVE 'CHECK-XREF-STATUS' TO PM-CALLER-PARA
009660         STRING 'I/O ERROR ON PARMXREF - STATUS ' F-KEY3
009670             DELIMITED BY SIZE INTO PM-CALLER-MSG
009680         END-STRING
009690         PERFORM FATAL-PARA
009700     END-IF.
009710 CHECK-HIST-STATUS.
************************************************************************
009730*    STOPS THE JOB IF PARMHIST CANNOT BE OPENED OR READ
************************************************************************
009750     IF F-KEY4 NOT = '00' AND F-KEY4 NOT = '02'
009760         MOVE 'CHECK-HIST-STATUS' TO PM-CALLER-PARA
009770         STRING 'I/O ERROR ON PARMHIST - STATUS ' F-KEY4
009780             DELIMITED BY SIZE INTO PM-CALLER-MSG
009790         END-STRING
009800         PERFORM FATAL-PARA
009810     END-IF.
009820 CHECK-IMP-STATUS.
************************************************************************
009840*    STOPS THE JOB IF IMPLIST CANNOT BE OPENED OR WRITTEN TO
************************************************************************
009860     IF F-KEY5 NOT = '00'
009870         MOVE 'CHECK-IMP-STATUS' TO PM-CALLER-PARA
009880         STRING 'I/O ERROR ON IMPLIST - STATUS ' F-KEY5
009890             DELIMITED BY SIZE INTO PM-CALLER-MSG
009900         END-STRING
009910         PERFORM FATAL-PARA
009920     END-IF.
JDM032 MASK-PARA.
************************************************************************
JDM032*    MASKS THE VALUE OF THE CARD IN PMSK-CARD IN PLACE WHEN ITS
JDM032*    KEYWORD IS SENSITIVE FOR THE STEP - A DICTIONARY PARMMASK
JDM032*    CANNOT READ STOPS THE ANALYSIS
************************************************************************
JDM032     CALL 'PARMMASK' USING PMSK-REQUEST.
JDM032     IF PMSK-RC NOT = '0'
JDM032         MOVE 'MASK-PARA' TO PM-CALLER-PARA
JDM032         MOVE PMSK-MESSAGE TO PM-CALLER-MSG
JDM032         PERFORM FATAL-PARA
JDM032     END-IF.
009930 FATAL-PARA.
************************************************************************
009950*    HANDS THE FAILURE TO RPDUMP - TITLED DIAGNOSTIC DUMP AND
009960*    DOCUMENTED USER ABEND. THE STOP RUN IS A BACKSTOP ONLY,
009970*    FOR THE CASE WHERE RPDUMP ITSELF COMES BACK
************************************************************************
009990     CALL 'RPDUMP' USING PM-CALLER-PGM PM-CALLER-PARA
010000                         PM-CALLER-MSG.
010010     STOP RUN.
