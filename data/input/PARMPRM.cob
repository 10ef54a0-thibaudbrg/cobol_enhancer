000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARMPRM.
000030 AUTHOR.TATA CONSULTANCY SERVICES.
000040 DATE-COMPILED.OCT 2026.
************************************************************************
000060*THIS PROGRAM PROMOTES A PARAMETER DECK FROM THE TEST PARAMETER
000070*LIBRARY TO PRODUCTION. IT READS THE TEST DECK ALLOCATED TO
000080*DECKIN, TOGETHER WITH THE MEMBERS ITS INCLUDE= CARDS NAME
000090*(ALLOCATED TO A DD NAMED AS THE MEMBER, EXACTLY AS FOR
000100*READCARD), AND REPLACES EVERY TEST-ENVIRONMENT VALUE BY ITS
000110*PRODUCTION EQUIVALENT FROM THE TRANSLATION TABLE (PROMTRAN) -
000120*DATASET HIGH-LEVEL QUALIFIERS, QUEUE NAMES, SERVER NAMES.
000130*
000140*THE PRODUCTION MEMBER (PRODOUT) IS THE TEST DECK WITH ITS
000150*INCLUDED MEMBERS EXPANDED IN PLACE, SO IT CARRIES NO REFERENCE
000160*TO A TEST MEMBER; SECTION MARKERS, COMMENTS, EFFECTIVE-DATED
000170*CARDS AND SYMBOLS ARE KEPT AS WRITTEN, FOR READCARD TO RESOLVE
000180*AT RUN TIME. ONLY THE VALUE OF A CARD IS TRANSLATED - THE TEXT
000190*AFTER ITS FIRST '=', OR THE WHOLE CARD WHEN IT HAS NONE.
000200*
000210*THE TRANSLATED DECK THEN GOES THROUGH EVERY CHECK PARMVFY MAKES
000220*- SYMBOL SUBSTITUTION, SECTION MARKERS, INCLUDES, EFFECTIVE
000230*DATES, KEYWORD=VALUE SYNTAX, THE PARMCHK DICTIONARY CHECKS AND
000240*THE REQUIRED KEYWORDS. A CARD STILL HOLDING A TEST VALUE OF THE
000250*TABLE AFTER TRANSLATION IS AN ERROR TOO. ANY ERROR REFUSES THE
000260*PROMOTION: PRODOUT IS NOT WRITTEN AND THE RUN ENDS WITH RETURN
000270*CODE 8. A CLEAN PROMOTION WRITES PRODOUT AND ENDS WITH 0.
000280*
000290*EVERY PROMOTION, REFUSED OR NOT, IS RECORDED ON THE PROMOTION
000300*LOG (PROMLOG, EXTENDED ON EACH RUN) - DATE, TIME, USER,
000310*ENVIRONMENT, FROM AND TO MEMBER, APPLICATION, CARDS WRITTEN,
000320*CARDS TRANSLATED, ERRORS AND OUTCOME. THE LISTING (PRMLIST)
000330*SHOWS EVERY CARD TRANSLATED BEFORE AND AFTER, EVERY INCLUDE
000340*EXPANDED, EVERY ERROR UNDER ITS CARD AND THE TOTALS; A VALUE
000350*WHOSE KEYWORD IS SENSITIVE ON PARMDICT IS LISTED MASKED.
000360*
000370*THE PROMOTION PARAMETERS COME THROUGH READCARD (CARDIN):
000380*   APPL=XXXXXXXX             (REQUIRED - THE STEP THE DECK
000390*                              WILL BE READ UNDER, AS FOR
000400*                              PARMVFY)
000410*   ENV=XXXXXXXX              (REQUIRED - TARGET ENVIRONMENT,
000420*                              SELECTS THE PROMTRAN ENTRIES)
000430*   FROMMBR=XXXXXXXX          (REQUIRED - TEST MEMBER ON DECKIN)
000440*   TOMBR=XXXXXXXX            (OPTIONAL - PRODUCTION MEMBER ON
000450*                              PRODOUT; DEFAULTS TO FROMMBR)
000460*   RUNDATE=YYYYMMDD          (OPTIONAL - AS FOR PARMVFY;
000470*                              DEFAULTS TO TODAY)
000480*   JOBNAME=XXXXXXXX          (OPTIONAL - AS FOR PARMVFY)
000490*
000500*PROMTRAN LAYOUT (80 BYTES, '*' IN COLUMN 1 = COMMENT):
000510*   COLS  1- 8  ENVIRONMENT THE ENTRY APPLIES TO
000520*   COL     10  T = TRANSLATE THE TEST VALUE TO THE PRODUCTION
000530*                   VALUE
000540*               F = FORBIDDEN - A TEST VALUE WITH NO PRODUCTION
000550*                   EQUIVALENT; ONLY CHECKED FOR
000560*   COLS 12-41  TEST VALUE
000570*   COLS 43-72  PRODUCTION VALUE (T ONLY)
000580*THE ENTRIES ARE APPLIED IN TABLE ORDER, EVERY OCCURRENCE OF THE
000590*TEST VALUE IN THE CARD BEING REPLACED. A PRODUCTION VALUE MAY
000600*NOT CONTAIN A TEST VALUE OF THE SAME ENVIRONMENT; AN ENTRY
000610*BREAKING THE LAYOUT OR THAT RULE, OR NO ENTRY FOR THE
000620*ENVIRONMENT, REFUSES THE PROMOTION.
************************************************************************
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT DECK-FILE ASSIGN TO DECKIN
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     ACCESS IS SEQUENTIAL
000700     FILE STATUS IS F-KEY1.
000710
000720     SELECT PRM-FILE ASSIGN TO PRMLIST
000730     ORGANIZATION IS LINE SEQUENTIAL
000740     ACCESS IS SEQUENTIAL
000750     FILE STATUS IS F-KEY2.
000760
000770     SELECT INC-FILE ASSIGN USING WS-INC-DDNAME
000780     ORGANIZATION IS LINE SEQUENTIAL
000790     ACCESS IS SEQUENTIAL
000800     FILE STATUS IS F-KEY3.
000810
000820     SELECT TRN-FILE ASSIGN TO PROMTRAN
000830     ORGANIZATION IS LINE SEQUENTIAL
000840     ACCESS IS SEQUENTIAL
000850     FILE STATUS IS F-KEY4.
000860
000870     SELECT OUT-FILE ASSIGN TO PRODOUT
000880     ORGANIZATION IS LINE SEQUENTIAL
000890     ACCESS IS SEQUENTIAL
000900     FILE STATUS IS F-KEY5.
000910
000920     SELECT OPTIONAL LOG-FILE ASSIGN TO PROMLOG
000930     ORGANIZATION IS LINE SEQUENTIAL
000940     ACCESS IS SEQUENTIAL
000950     FILE STATUS IS F-KEY6.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD DECK-FILE.
001000 01 DECK-REC         PIC X(80).
001010
001020 FD PRM-FILE.
001030 01 PRM-REC          PIC X(133).
001040
001050 FD INC-FILE.
001060 01 INC-REC          PIC X(80).
001070
001080 FD TRN-FILE.
001090 01 TRN-REC          PIC X(80).
001100
001110 FD OUT-FILE.
001120 01 OUT-REC          PIC X(80).
001130
001140 FD LOG-FILE.
001150 01 LOG-REC          PIC X(100).
001160
001170 WORKING-STORAGE SECTION.
001180 77  CMS-IDENTIFICATION PIC X(8) VALUE 'PARMPRM'.
001190 77  CMS-ID-VALUE PIC X(44)   VALUE
001200         'CMS-ID=15/10/26/16:00:00/GWDR/JDM     /V0   '.
001210 77  F-KEY1        PIC X(2).
001220 77  F-KEY2        PIC X(2).
001230 77  F-KEY3        PIC X(2).
001240 77  F-KEY4        PIC X(2).
001250 77  F-KEY5        PIC X(2).
001260 77  F-KEY6        PIC X(2).
001270 77  WS-APPL       PIC X(8)  VALUE SPACES.
001280 77  WS-JOBNAME    PIC X(8)  VALUE SPACES.
001290 77  WS-ENV        PIC X(8)  VALUE SPACES.
001300 77  WS-FROM-MBR   PIC X(8)  VALUE SPACES.
001310 77  WS-TO-MBR     PIC X(8)  VALUE SPACES.
001320 77  WS-USER       PIC X(32) VALUE SPACES.
001330 77  WS-RUN-TIME   PIC 9(8)  VALUE ZERO.
001340 77  WS-ERR-COUNT  PIC 9(5) COMP VALUE ZERO.
001350 77  WS-CARD-COUNT PIC 9(5) VALUE ZERO.
001360 77  WS-READ-COUNT PIC 9(5) COMP VALUE ZERO.
001370 77  WS-TRANS-COUNT PIC 9(5) COMP VALUE ZERO.
001380 77  WS-REPL-COUNT PIC 9(5) COMP VALUE ZERO.
001390 77  WS-TEST-COUNT PIC 9(5) COMP VALUE ZERO.
001400 77  WS-INCL-COUNT PIC 9(5) COMP VALUE ZERO.
001410 77  WS-DICT-RC    PIC X(1) VALUE '0'.
001420 77  WS-INC-DDNAME PIC X(8).
001430 77  WS-INC-ACTIVE PIC X(1) VALUE 'N'.
001440 77  WS-SECT-STATE PIC X(1) VALUE 'C'.
001450 77  WS-EQ-COUNT   PIC 9(2) VALUE ZERO.
001460 77  WS-KEYWORD    PIC X(80).
001470 77  WS-VALUE      PIC X(80).
001480 77  EFF-FROM-DATE PIC 9(8).
001490 77  EFF-TO-DATE   PIC 9(8).
001500 77  EFF-CARD-TEXT PIC X(80).
001510 77  PP-CARTE      PIC X(80).
001520 77  PP-KEYWORD    PIC X(80).
001530 77  PP-VALUE      PIC X(80).
001540 01  WS-RUN-DATE   PIC 9(8) VALUE ZERO.
001550 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
************************************************************************
001570*    THE CARD BEING PROMOTED - WHERE IT COMES FROM, ITS IMAGE
001580*    BEFORE AND AFTER TRANSLATION, AND WHETHER IT HAS BEEN
001590*    LISTED YET (AN ERROR LISTS ITS CARD FIRST, ONCE)
************************************************************************
001610 77  WS-CUR-MBR    PIC X(8).
001620 77  WS-CUR-SEQ    PIC 9(5).
001630 77  WS-DECK-SEQ   PIC 9(5) VALUE ZERO.
001640 77  WS-INC-SEQ    PIC 9(5) VALUE ZERO.
001650 77  WS-BEFORE-CARD PIC X(80).
001660 77  WS-OUT-CARD   PIC X(80).
001670 77  WS-LIST-CARD  PIC X(80).
001680 77  WS-CARD-TRANS PIC X(1).
001690 77  WS-CARD-LISTED PIC X(1).
001700 77  WS-OVERFLOW   PIC X(1).
001710 77  WS-POS        PIC 9(3) COMP.
001720 77  WS-REST       PIC 9(3) COMP.
001730 77  WS-EQ-POS     PIC 9(3) COMP.
001740 77  WS-TEST-TALLY PIC 9(3) COMP.
001750 77  WS-WORK       PIC X(160).
************************************************************************
001770*    THE CARD UNDER EXAMINATION - SAME ROLE AS READCARD'S
001780*    PARAMETER-LINE
************************************************************************
001800 01  PARAMETER-LINE.
001810     05  PARAMETERS    PIC X(80).
001820     05  FILLER        PIC X(53) VALUE IS SPACES.
************************************************************************
001840*    THE PRODUCTION MEMBER, HELD UNTIL THE WHOLE DECK HAS PASSED
001850*    - NOTHING IS WRITTEN TO PRODOUT FOR A REFUSED PROMOTION
************************************************************************
001870 77  WS-OUT-MAX    PIC 9(5) COMP VALUE 3000.
001880 77  WS-OUT-COUNT  PIC 9(5) COMP VALUE ZERO.
001890 77  OUT-IX        PIC 9(5) COMP.
001900 01  OUT-TABLE.
001910     05  OT-CARD OCCURS 3000 PIC X(80).
************************************************************************
001930*    THE TRANSLATION ENTRIES OF THE TARGET ENVIRONMENT, WITH
001940*    THE SIGNIFICANT LENGTH OF EACH VALUE
************************************************************************
001960 77  WS-TRN-MAX    PIC 9(3) COMP VALUE 500.
001970 77  WS-TRN-COUNT  PIC 9(3) COMP VALUE ZERO.
001980 77  WS-TRN-ERRS   PIC 9(3) COMP VALUE ZERO.
001990 77  TRN-IX        PIC 9(3) COMP.
002000 77  TRN-JX        PIC 9(3) COMP.
002010 77  WS-LEN        PIC 9(2) COMP.
002020 77  WS-LEN-TEXT   PIC X(30).
002030 01  TRN-LINE.
002040     05  TRN-ENV       PIC X(8).
002050     05  FILLER        PIC X(1).
002060     05  TRN-TYPE      PIC X(1).
002070     05  FILLER        PIC X(1).
002080     05  TRN-FROM      PIC X(30).
002090     05  FILLER        PIC X(1).
002100     05  TRN-TO        PIC X(30).
002110     05  FILLER        PIC X(8).
002120 01  TRN-TABLE.
002130     05  TRN-ENTRY OCCURS 500.
002140         10  TT-TYPE       PIC X(1).
002150         10  TT-FROM       PIC X(30).
002160         10  TT-TO         PIC X(30).
002170         10  TT-FROM-LEN   PIC 9(2) COMP.
002180         10  TT-TO-LEN     PIC 9(2) COMP.
************************************************************************
002200*    ONE PROMOTION LOG ENTRY
************************************************************************
002220 01  LOG-LINE.
002230     05  LOG-DATE      PIC 9(8).
002240     05  FILLER        PIC X(1) VALUE SPACE.
002250     05  LOG-TIME      PIC 9(8).
002260     05  FILLER        PIC X(1) VALUE SPACE.
002270     05  LOG-USER      PIC X(8).
002280     05  FILLER        PIC X(1) VALUE SPACE.
002290     05  LOG-ENV       PIC X(8).
002300     05  FILLER        PIC X(1) VALUE SPACE.
002310     05  LOG-FROM-MBR  PIC X(8).
002320     05  FILLER        PIC X(1) VALUE SPACE.
002330     05  LOG-TO-MBR    PIC X(8).
002340     05  FILLER        PIC X(1) VALUE SPACE.
002350     05  LOG-APPL      PIC X(8).
002360     05  FILLER        PIC X(1) VALUE SPACE.
002370     05  LOG-CARDS     PIC 9(5).
002380     05  FILLER        PIC X(1) VALUE SPACE.
002390     05  LOG-TRANS     PIC 9(5).
002400     05  FILLER        PIC X(1) VALUE SPACE.
002410     05  LOG-ERRS      PIC 9(5).
002420     05  FILLER        PIC X(1) VALUE SPACE.
002430     05  LOG-RESULT    PIC X(6).
002440     05  FILLER        PIC X(13) VALUE SPACES.
************************************************************************
002460*    SENSITIVE-VALUE MASKING REQUEST - SEE PARMMASK
************************************************************************
002480 01  PMSK-REQUEST.
002490     05  PMSK-APPL     PIC X(8).
002500     05  PMSK-CARD     PIC X(80).
002510     05  PMSK-MASKED   PIC X(1).
002520     05  PMSK-RC       PIC X(1).
002530     05  PMSK-MESSAGE  PIC X(80).
************************************************************************
002550*    BUSINESS DAY SYMBOLS AND THE CALENDAR REQUEST - SEE
002560*    PARMCAL. WS-BDAY-DONE IS N UNTIL THE FIRST CARD USING A
002570*    SYMBOL, THEN Y, OR E WHEN THE CALENDAR COULD NOT BE USED
************************************************************************
002590 77  WS-BDAY-DONE  PIC X(1) VALUE 'N'.
002600 77  WS-BDAY-TALLY PIC 9(4) COMP.
002610 01  WS-PRV-BDAY   PIC 9(8).
002620 01  WS-PRV-BDAY-X REDEFINES WS-PRV-BDAY PIC X(8).
002630 01  WS-NXT-BDAY   PIC 9(8).
002640 01  WS-NXT-BDAY-X REDEFINES WS-NXT-BDAY PIC X(8).
002650 01  WS-FST-BDAY   PIC 9(8).
002660 01  WS-FST-BDAY-X REDEFINES WS-FST-BDAY PIC X(8).
002670 01  WS-LST-BDAY   PIC 9(8).
002680 01  WS-LST-BDAY-X REDEFINES WS-LST-BDAY PIC X(8).
002690 01  PCAL-REQUEST.
002700     05  PCAL-FUNC     PIC X(1).
002710     05  PCAL-DATE     PIC 9(8).
002720     05  PCAL-RESULT   PIC 9(8).
002730     05  PCAL-BUSDAY   PIC X(1).
002740     05  PCAL-HOLIDAY  PIC X(1).
002750     05  PCAL-MTHEND   PIC X(1).
002760     05  PCAL-QTREND   PIC X(1).
002770     05  PCAL-RC       PIC X(1).
002780     05  PCAL-MESSAGE  PIC X(80).
************************************************************************
002800*    REQUEST AREA FOR THE PARMCHK DICTIONARY VALIDATION MODULE
002810*    (SEE PARMCHK FOR THE FUNCTION CODES AND THE PARMDICT
002820*    RECORD LAYOUT)
************************************************************************
002840 01  PCHK-REQUEST.
002850     05  PCHK-FUNC     PIC X(1).
002860     05  PCHK-APPL     PIC X(8).
002870     05  PCHK-KEYWORD  PIC X(80).
002880     05  PCHK-VALUE    PIC X(80).
002890     05  PCHK-RC       PIC X(1).
002900     05  PCHK-MESSAGE  PIC X(80).
************************************************************************
002920*    IDENTIFICATION PASSED TO RPDUMP ON EVERY FATAL ERROR SO
002930*    THE FAILURE SURFACES AS A TITLED DUMP AND A DOCUMENTED
002940*    USER ABEND INSTEAD OF A BARE DISPLAY AND STOP RUN - ONLY
002950*    THE PROGRAM'S OWN FILES GO THIS WAY; A BAD DECK NEVER DOES
************************************************************************
002970 77  PP-CALLER-PGM  PIC X(8)  VALUE 'PARMPRM'.
002980 77  PP-CALLER-PARA PIC X(30) VALUE SPACES.
002990 77  PP-CALLER-MSG  PIC X(60) VALUE SPACES.
************************************************************************
003010*         RECORD FORMATS IN THE PROMOTION LISTING
************************************************************************
003030 01  PRM-TITLE-LINE.
003040     05  FILLER        PIC X(36) VALUE IS
003050         '****** PROMOTION DES CARTES - APPL ='.
003060     05  FILLER        PIC X(1) VALUE IS SPACE.
003070     05  PRM-TITLE-APPL PIC X(8).
003080     05  FILLER        PIC X(7) VALUE IS '  ENV ='.
003090     05  FILLER        PIC X(1) VALUE IS SPACE.
003100     05  PRM-TITLE-ENV PIC X(8).
003110     05  FILLER        PIC X(8) VALUE IS '  DATE ='.
003120     05  FILLER        PIC X(1) VALUE IS SPACE.
003130     05  PRM-TITLE-DATE PIC 9(8).
003140     05  FILLER        PIC X(7) VALUE IS ' ******'.
003150     05  FILLER        PIC X(48) VALUE IS SPACES.
003160 01  PRM-MBR-LINE.
003170     05  FILLER        PIC X(14) VALUE IS 'MEMBRE TEST = '.
003180     05  PRM-MBR-FROM  PIC X(8).
003190     05  FILLER        PIC X(23) VALUE IS
003200         '   MEMBRE PRODUCTION = '.
003210     05  PRM-MBR-TO    PIC X(8).
003220     05  FILLER        PIC X(18) VALUE IS
003230         '   UTILISATEUR = '.
003240     05  PRM-MBR-USER  PIC X(8).
003250     05  FILLER        PIC X(54) VALUE IS SPACES.
003260 01  PRM-CARD-LINE.
003270     05  FILLER        PIC X(2) VALUE IS SPACES.
003280     05  PRM-CARD-MBR  PIC X(8).
003290     05  FILLER        PIC X(1) VALUE IS SPACE.
003300     05  PRM-CARD-SEQ  PIC ZZZZ9.
003310     05  FILLER        PIC X(1) VALUE IS SPACE.
003320     05  PRM-CARD-LABEL PIC X(6).
003330     05  PRM-CARD-TEXT PIC X(80).
003340     05  FILLER        PIC X(30) VALUE IS SPACES.
003350 01  PRM-ERR-LINE.
003360     05  FILLER        PIC X(14) VALUE IS '**** ERREUR - '.
003370     05  PRM-ERR-TEXT  PIC X(80).
003380     05  FILLER        PIC X(5) VALUE IS ' ****'.
003390     05  FILLER        PIC X(34) VALUE IS SPACES.
003400 01  PRM-TOT-LINE.
003410     05  PRM-TOT-LABEL PIC X(30).
003420     05  FILLER        PIC X(3) VALUE IS ' = '.
003430     05  PRM-TOT-VALUE PIC ZZZZ9.
003440     05  FILLER        PIC X(95) VALUE IS SPACES.
003450 01  PRM-BLANK-LINE.
003460     05  FILLER        PIC X(133) VALUE IS SPACES.
003470 01  PRM-MSG-LINE.
003480     05  PRM-MSG-TEXT  PIC X(80).
003490     05  FILLER        PIC X(53) VALUE IS SPACES.
003500 PROCEDURE DIVISION.
003510 MAIN-PARA.
************************************************************************
003530*         READS THE PROMOTION PARAMETERS AND THE TRANSLATION
003540*         TABLE, THEN WALKS THE TEST DECK THE WAY READCARD
003550*         WILL AT RUN TIME
************************************************************************
003570     PERFORM GET-PARMS-PARA THRU GET-PARMS-EXIT.
003580     IF WS-APPL = SPACES OR WS-ENV = SPACES
003590         OR WS-FROM-MBR = SPACES
003600         MOVE 'MAIN-PARA' TO PP-CALLER-PARA
003610         MOVE 'APPL= ENV= AND FROMMBR= CARDS REQUIRED'
003620             TO PP-CALLER-MSG
003630         PERFORM FATAL-PARA
003640     END-IF.
003650     IF WS-TO-MBR = SPACES
003660         MOVE WS-FROM-MBR TO WS-TO-MBR
003670     END-IF.
003680     IF WS-RUN-DATE = ZERO
003690         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003700     END-IF.
003710     ACCEPT WS-RUN-TIME FROM TIME.
003720     MOVE SPACES TO PRM-ERR-TEXT PRM-MSG-TEXT.
003730     DISPLAY "LOGNAME" UPON ENVIRONMENT-NAME.
003740     ACCEPT WS-USER FROM ENVIRONMENT-VALUE.
003750     OPEN INPUT DECK-FILE.
003760     PERFORM CHECK-DECK-STATUS.
003770     OPEN OUTPUT PRM-FILE.
003780     PERFORM CHECK-PRM-STATUS.
003790     MOVE WS-APPL TO PRM-TITLE-APPL.
003800     MOVE WS-ENV TO PRM-TITLE-ENV.
003810     MOVE WS-RUN-DATE TO PRM-TITLE-DATE.
003820     WRITE PRM-REC FROM PRM-TITLE-LINE.
003830     PERFORM CHECK-PRM-STATUS.
003840     MOVE WS-FROM-MBR TO PRM-MBR-FROM.
003850     MOVE WS-TO-MBR TO PRM-MBR-TO.
003860     MOVE WS-USER (1:8) TO PRM-MBR-USER.
003870     WRITE PRM-REC FROM PRM-MBR-LINE.
003880     PERFORM CHECK-PRM-STATUS.
003890     WRITE PRM-REC FROM PRM-BLANK-LINE.
003900     PERFORM CHECK-PRM-STATUS.
003910     MOVE 'Y' TO WS-CARD-LISTED.
003920     PERFORM LOAD-TRAN-PARA THRU LOAD-TRAN-EXIT.
************************************************************************
003940*    LOAD THE DICTIONARY FOR THE APPLICATION - A DICTIONARY
003950*    THAT CANNOT BE LOADED IS A FINDING THAT REFUSES THE
003960*    PROMOTION, NOT AN ABEND: THE WALK STILL REPORTS THE DECK
************************************************************************
003980     MOVE 'I' TO PCHK-FUNC.
003990     MOVE WS-APPL TO PCHK-APPL.
004000     CALL 'PARMCHK' USING PCHK-REQUEST.
004010     IF PCHK-RC NOT = '0'
004020         MOVE PCHK-RC TO WS-DICT-RC
004030         MOVE PCHK-MESSAGE TO PRM-ERR-TEXT
004040         PERFORM WRITE-ERR-PARA
004050     END-IF.
004060     MOVE WS-FROM-MBR TO WS-CUR-MBR.
004070     PERFORM READ-PARA.
004080 GET-PARMS-PARA.
************************************************************************
004100*         READS THE PROMOTION PARAMETER CARDS THROUGH READCARD
************************************************************************
004120     CALL 'READCARD' USING PP-CARTE.
004130     IF PP-CARTE = '/*'
004140         GO TO GET-PARMS-EXIT
004150     END-IF.
004160     UNSTRING PP-CARTE DELIMITED BY '='
004170         INTO PP-KEYWORD PP-VALUE
004180     END-UNSTRING.
004190     IF FUNCTION TRIM(PP-KEYWORD) = 'APPL'
004200         MOVE PP-VALUE (1:8) TO WS-APPL
004210         GO TO GET-PARMS-PARA
004220     END-IF.
004230     IF FUNCTION TRIM(PP-KEYWORD) = 'ENV'
004240         MOVE PP-VALUE (1:8) TO WS-ENV
004250         GO TO GET-PARMS-PARA
004260     END-IF.
004270     IF FUNCTION TRIM(PP-KEYWORD) = 'FROMMBR'
004280         MOVE PP-VALUE (1:8) TO WS-FROM-MBR
004290         GO TO GET-PARMS-PARA
004300     END-IF.
004310     IF FUNCTION TRIM(PP-KEYWORD) = 'TOMBR'
004320         MOVE PP-VALUE (1:8) TO WS-TO-MBR
004330         GO TO GET-PARMS-PARA
004340     END-IF.
004350     IF FUNCTION TRIM(PP-KEYWORD) = 'RUNDATE'
004360         AND PP-VALUE (1:8) NUMERIC
004370         MOVE PP-VALUE (1:8) TO WS-RUN-DATE
004380         GO TO GET-PARMS-PARA
004390     END-IF.
004400     IF FUNCTION TRIM(PP-KEYWORD) = 'JOBNAME'
004410         MOVE PP-VALUE (1:8) TO WS-JOBNAME
004420         GO TO GET-PARMS-PARA
004430     END-IF.
004440     DISPLAY 'PARMPRM - CARD IGNORED - ' PP-CARTE (1:40).
004450     GO TO GET-PARMS-PARA.
004460 GET-PARMS-EXIT.
004470     EXIT.
004480 LOAD-TRAN-PARA.
************************************************************************
004500*    LOADS THE PROMTRAN ENTRIES OF THE TARGET ENVIRONMENT - A
004510*    MALFORMED ENTRY IS LISTED AS AN ERROR AND THE LOAD GOES ON
************************************************************************
004530     OPEN INPUT TRN-FILE.
004540     PERFORM CHECK-TRN-STATUS.
004550 LOAD-TRAN-READ.
004560     READ TRN-FILE INTO TRN-LINE
004570         AT END GO TO LOAD-TRAN-END
004580     END-READ.
004590     PERFORM CHECK-TRN-STATUS.
004600     IF TRN-LINE (1:1) = '*' OR TRN-LINE = SPACES
004610         GO TO LOAD-TRAN-READ
004620     END-IF.
004630     IF TRN-ENV NOT = WS-ENV
004640         GO TO LOAD-TRAN-READ
004650     END-IF.
004660     IF (TRN-TYPE NOT = 'T' AND TRN-TYPE NOT = 'F')
004670         OR TRN-FROM (1:1) = SPACE
004680         OR (TRN-TYPE = 'T' AND TRN-TO (1:1) = SPACE)
004690         OR (TRN-TYPE = 'F' AND TRN-TO NOT = SPACES)
004700         STRING 'PROMTRAN INVALIDE - ' TRN-LINE (1:41)
004710             DELIMITED BY SIZE INTO PRM-ERR-TEXT
004720         END-STRING
004730         PERFORM WRITE-ERR-PARA
004740         ADD 1 TO WS-TRN-ERRS
004750         GO TO LOAD-TRAN-READ
004760     END-IF.
004770     IF WS-TRN-COUNT >= WS-TRN-MAX
004780         MOVE 'LOAD-TRAN-PARA' TO PP-CALLER-PARA
004790         MOVE 'TRANSLATION TABLE FULL - RAISE OCCURS'
004800             TO PP-CALLER-MSG
004810         PERFORM FATAL-PARA
004820     END-IF.
004830     ADD 1 TO WS-TRN-COUNT.
004840     MOVE TRN-TYPE TO TT-TYPE (WS-TRN-COUNT).
004850     MOVE TRN-FROM TO TT-FROM (WS-TRN-COUNT).
004860     MOVE TRN-TO   TO TT-TO (WS-TRN-COUNT).
004870     MOVE TRN-FROM TO WS-LEN-TEXT.
004880     PERFORM VALUE-LEN-PARA.
004890     MOVE WS-LEN TO TT-FROM-LEN (WS-TRN-COUNT).
004900     MOVE TRN-TO TO WS-LEN-TEXT.
004910     PERFORM VALUE-LEN-PARA.
004920     MOVE WS-LEN TO TT-TO-LEN (WS-TRN-COUNT).
004930     GO TO LOAD-TRAN-READ.
004940 LOAD-TRAN-END.
004950     CLOSE TRN-FILE.
004960     IF WS-TRN-COUNT = ZERO AND WS-TRN-ERRS = ZERO
004970         STRING 'AUCUNE TRADUCTION DANS PROMTRAN POUR ENV = '
004980             WS-ENV
004990             DELIMITED BY SIZE INTO PRM-ERR-TEXT
005000         END-STRING
005010         PERFORM WRITE-ERR-PARA
005020     END-IF.
005030     PERFORM CROSS-TRAN-PARA
005040         VARYING TRN-IX FROM 1 BY 1
005050         UNTIL TRN-IX > WS-TRN-COUNT
005060         AFTER TRN-JX FROM 1 BY 1
005070         UNTIL TRN-JX > WS-TRN-COUNT.
005080     MOVE WS-TRN-COUNT TO PRM-TOT-VALUE.
005090     MOVE 'TRADUCTIONS CHARGEES' TO PRM-TOT-LABEL.
005100     WRITE PRM-REC FROM PRM-TOT-LINE.
005110     PERFORM CHECK-PRM-STATUS.
005120     WRITE PRM-REC FROM PRM-BLANK-LINE.
005130     PERFORM CHECK-PRM-STATUS.
005140 LOAD-TRAN-EXIT.
005150     EXIT.
005160 VALUE-LEN-PARA.
************************************************************************
005180*    SIGNIFICANT LENGTH OF THE VALUE IN WS-LEN-TEXT, TRAILING
005190*    SPACES EXCLUDED
************************************************************************
005210     PERFORM VALUE-LEN-SCAN
005220         VARYING WS-LEN FROM 30 BY -1
005230         UNTIL WS-LEN = ZERO
005240         OR WS-LEN-TEXT (WS-LEN:1) NOT = SPACE.
005250 VALUE-LEN-SCAN.
005260     EXIT.
005270 CROSS-TRAN-PARA.
************************************************************************
005290*    A PRODUCTION VALUE HOLDING A TEST VALUE WOULD MAKE EVERY
005300*    CARD IT TRANSLATES FAIL THE RESIDUAL TEST-VALUE CHECK -
005310*    THE ENTRY IS REFUSED HERE INSTEAD
************************************************************************
005330     IF TT-TYPE (TRN-IX) = 'T'
005340         MOVE ZERO TO WS-TEST-TALLY
005350         INSPECT TT-TO (TRN-IX) TALLYING WS-TEST-TALLY
005360             FOR ALL TT-FROM (TRN-JX) (1:TT-FROM-LEN (TRN-JX))
005370         IF WS-TEST-TALLY > ZERO
005380             STRING 'PROMTRAN - '
005390                 TT-TO (TRN-IX) (1:TT-TO-LEN (TRN-IX))
005400                 ' CONTIENT LA VALEUR TEST '
005410                 TT-FROM (TRN-JX) (1:TT-FROM-LEN (TRN-JX))
005420                 DELIMITED BY SIZE INTO PRM-ERR-TEXT
005430             END-STRING
005440             PERFORM WRITE-ERR-PARA
005450         END-IF
005460     END-IF.
005470 READ-PARA.
************************************************************************
005490*         READS THE NEXT CARD OF THE DECK OR OF THE OPEN
005500*         INCLUDE MEMBER - SAME ORDER AS READCARD
************************************************************************
005520     IF WS-INC-ACTIVE = 'Y'
005530         GO TO READ-INC-PARA
005540     END-IF.
005550     READ DECK-FILE INTO PARAMETERS
005560         AT END GO TO CLOSE-PARA
005570     END-READ.
005580     PERFORM CHECK-DECK-STATUS.
005590     ADD 1 TO WS-DECK-SEQ.
005600     MOVE WS-FROM-MBR TO WS-CUR-MBR.
005610     MOVE WS-DECK-SEQ TO WS-CUR-SEQ.
005620     GO TO PROCESS-CARD-PARA.
005630 READ-INC-PARA.
005640     READ INC-FILE INTO PARAMETERS
005650         AT END
005660             CLOSE INC-FILE
005670             MOVE 'N' TO WS-INC-ACTIVE
005680             GO TO READ-PARA
005690     END-READ.
005700     IF F-KEY3 NOT = '00'
005710         MOVE 'Y' TO WS-CARD-LISTED
005720         STRING 'I/O ERROR INCLUDE ' WS-INC-DDNAME
005730             ' - STATUS ' F-KEY3
005740             DELIMITED BY SIZE INTO PRM-ERR-TEXT
005750         END-STRING
005760         PERFORM WRITE-ERR-PARA
005770         CLOSE INC-FILE
005780         MOVE 'N' TO WS-INC-ACTIVE
005790         GO TO READ-PARA
005800     END-IF.
005810     ADD 1 TO WS-INC-SEQ.
005820     MOVE WS-INC-DDNAME TO WS-CUR-MBR.
005830     MOVE WS-INC-SEQ TO WS-CUR-SEQ.
005840 PROCESS-CARD-PARA.
************************************************************************
005860*    AN INCLUDE CARD IS EXPANDED WHEREVER IT STANDS; ANY OTHER
005870*    CARD IS TRANSLATED, CHECKED FOR A TEST VALUE LEFT OVER
005880*    AND KEPT FOR THE PRODUCTION MEMBER, THEN WALKED THROUGH
005890*    PARMVFY'S CHECKS IN ITS TRANSLATED FORM
************************************************************************
005910     ADD 1 TO WS-READ-COUNT.
005920     MOVE 'N' TO WS-CARD-LISTED.
005930     IF PARAMETERS (1:8) = 'INCLUDE='
005940         GO TO OPEN-INC-PARA
005950     END-IF.
005960     MOVE PARAMETERS TO WS-BEFORE-CARD WS-OUT-CARD.
005970     PERFORM TRANSLATE-PARA THRU TRANSLATE-EXIT.
005980     PERFORM TEST-VALUE-PARA
005990         VARYING TRN-IX FROM 1 BY 1
006000         UNTIL TRN-IX > WS-TRN-COUNT.
006010     IF WS-OUT-COUNT >= WS-OUT-MAX
006020         MOVE 'PROCESS-CARD-PARA' TO PP-CALLER-PARA
006030         MOVE 'PRODUCTION MEMBER TABLE FULL - RAISE OCCURS'
006040             TO PP-CALLER-MSG
006050         PERFORM FATAL-PARA
006060     END-IF.
006070     ADD 1 TO WS-OUT-COUNT.
006080     MOVE WS-OUT-CARD TO OT-CARD (WS-OUT-COUNT).
006090     MOVE WS-OUT-CARD TO PARAMETERS.
006100     PERFORM SUBST-PARA.
006110     IF PARAMETERS (1:2) = '>>'
006120         GO TO SECTION-MARK-PARA
006130     END-IF.
006140     IF WS-SECT-STATE = 'O'
006150         GO TO READ-PARA
006160     END-IF.
006170     IF PARAMETERS (1:1) = '<'
006180         GO TO EFFECT-PARA
006190     END-IF.
006200     IF PARAMETERS (1:1) = '*' OR PARAMETERS = SPACES
006210         GO TO READ-PARA
006220     END-IF.
006230 CHECK-SYNTAX-PARA.
************************************************************************
006250*    KEYWORD=VALUE SHAPE CHECK, THEN THE DICTIONARY CHECK -
006260*    AN ERROR IS LISTED UNDER THE CARD AND THE WALK GOES ON
************************************************************************
************************************************************************
006290*    A BYPASS=REASON CARD IS INTERCEPTED BY READCARD BEFORE
006300*    ANY CHECK AND NEVER REACHES THE DICTIONARY - IT IS NO
006310*    FINDING HERE EITHER
************************************************************************
006330     IF PARAMETERS (1:7) = 'BYPASS='
006340         GO TO READ-PARA
006350     END-IF.
006360     ADD 1 TO WS-CARD-COUNT.
006370     MOVE SPACES TO WS-KEYWORD WS-VALUE.
006380     MOVE ZERO TO WS-EQ-COUNT.
006390     INSPECT PARAMETERS TALLYING WS-EQ-COUNT FOR ALL '='.
006400     UNSTRING PARAMETERS DELIMITED BY '='
006410         INTO WS-KEYWORD WS-VALUE
006420     END-UNSTRING.
006430     IF WS-EQ-COUNT NOT = 1
006440         OR PARAMETERS (1:1) = SPACE
006450         OR FUNCTION TRIM(WS-KEYWORD) = SPACES
006460         OR FUNCTION TRIM(WS-VALUE) = SPACES
006470         MOVE 'CARTE INVALIDE - ATTENDU KEYWORD=VALUE'
006480             TO PRM-ERR-TEXT
006490         PERFORM WRITE-ERR-PARA
006500         GO TO READ-PARA
006510     END-IF.
006520     MOVE 'C' TO PCHK-FUNC.
006530     MOVE WS-KEYWORD TO PCHK-KEYWORD.
006540     MOVE WS-VALUE   TO PCHK-VALUE.
006550     CALL 'PARMCHK' USING PCHK-REQUEST.
006560     IF PCHK-RC NOT = '0'
006570         MOVE PCHK-MESSAGE TO PRM-ERR-TEXT
006580         PERFORM WRITE-ERR-PARA
006590     END-IF.
006600     GO TO READ-PARA.
006610 OPEN-INC-PARA.
************************************************************************
006630*    OPENS THE MEMBER NAMED ON AN INCLUDE=MEMBER CARD, WHOSE
006640*    CARDS TAKE ITS PLACE IN THE PRODUCTION MEMBER - THE SAME
006650*    ONE-LEVEL RULE AS READCARD. A MEMBER THAT CANNOT BE
006660*    OPENED REFUSES THE PROMOTION AND THE WALK RESUMES
************************************************************************
006680     MOVE PARAMETERS TO WS-LIST-CARD.
006690     MOVE 'INCL. ' TO PRM-CARD-LABEL.
006700     PERFORM LIST-CARD-PARA.
006710     MOVE 'Y' TO WS-CARD-LISTED.
006720     IF WS-INC-ACTIVE = 'Y'
006730         MOVE 'INCLUDE IMBRIQUE NON SUPPORTE'
006740             TO PRM-ERR-TEXT
006750         PERFORM WRITE-ERR-PARA
006760         GO TO READ-PARA
006770     END-IF.
006780     MOVE PARAMETERS (9:8) TO WS-INC-DDNAME.
006790     IF WS-INC-DDNAME = SPACES
006800         MOVE 'CARTE INCLUDE SANS NOM DE MEMBRE'
006810             TO PRM-ERR-TEXT
006820         PERFORM WRITE-ERR-PARA
006830         GO TO READ-PARA
006840     END-IF.
006850     OPEN INPUT INC-FILE.
006860     IF F-KEY3 NOT = '00'
006870         STRING 'INCLUDE ' WS-INC-DDNAME
006880             ' INACCESSIBLE - STATUS ' F-KEY3
006890             DELIMITED BY SIZE INTO PRM-ERR-TEXT
006900         END-STRING
006910         PERFORM WRITE-ERR-PARA
006920         GO TO READ-PARA
006930     END-IF.
006940     MOVE 'Y' TO WS-INC-ACTIVE.
006950     MOVE ZERO TO WS-INC-SEQ.
006960     ADD 1 TO WS-INCL-COUNT.
006970     GO TO READ-PARA.
006980 SECTION-MARK-PARA.
************************************************************************
007000*    A >>NAME CARD OPENS THE SECTION OF THE STEP OF THAT NAME -
007010*    THE APPLICATION BEING PROMOTED PLAYS THE CALLER'S ROLE.
007020*    THE CARDS OF THE OTHER STEPS' SECTIONS ARE TRANSLATED AND
007030*    KEPT BUT, AS IN PARMVFY, NOT CHECKED
************************************************************************
007050     IF PARAMETERS (3:8) = WS-APPL
007060         MOVE 'M' TO WS-SECT-STATE
007070     ELSE
007080         MOVE 'O' TO WS-SECT-STATE
007090     END-IF.
007100     GO TO READ-PARA.
007110 EFFECT-PARA.
************************************************************************
007130*    EVALUATES A <YYYYMMDD:YYYYMMDD>TEXT CARD AGAINST THE RUN
007140*    DATE - A MALFORMED CARD IS A FINDING; AN IN-FORCE CARD IS
007150*    VALIDATED STRIPPED OF ITS RANGE; AN OUT-OF-FORCE CARD IS
007160*    KEPT AS IT STANDS, EXACTLY AS AT RUN TIME
************************************************************************
007180     IF PARAMETERS (10:1) NOT = ':'
007190         OR PARAMETERS (19:1) NOT = '>'
007200         OR PARAMETERS (2:8) NOT NUMERIC
007210         OR PARAMETERS (11:8) NOT NUMERIC
007220         MOVE 'CARTE INVALIDE - ATTENDU <FROM:TO>TEXT'
007230             TO PRM-ERR-TEXT
007240         PERFORM WRITE-ERR-PARA
007250         GO TO READ-PARA
007260     END-IF.
007270     MOVE PARAMETERS (2:8)  TO EFF-FROM-DATE.
007280     MOVE PARAMETERS (11:8) TO EFF-TO-DATE.
007290     IF WS-RUN-DATE >= EFF-FROM-DATE
007300         AND WS-RUN-DATE <= EFF-TO-DATE
007310         MOVE PARAMETERS (20:61) TO EFF-CARD-TEXT
007320         MOVE EFF-CARD-TEXT TO PARAMETERS
007330         IF PARAMETERS (1:1) = '*' OR PARAMETERS = SPACES
007340             GO TO READ-PARA
007350         END-IF
007360         GO TO CHECK-SYNTAX-PARA
007370     END-IF.
007380     GO TO READ-PARA.
007390 CLOSE-PARA.
************************************************************************
007410*    END OF DECK - THE REQUIRED KEYWORDS ARE CHECKED AS IN
007420*    PARMVFY; WITH NO ERROR AT ALL THE PRODUCTION MEMBER IS
007430*    WRITTEN. THE LOG RECORDS THE PROMOTION EITHER WAY
************************************************************************
007450     MOVE 'Y' TO WS-CARD-LISTED.
007460     PERFORM CHECK-REQUIRED-PARA THRU CHECK-REQUIRED-EXIT.
007470     CLOSE DECK-FILE.
007480     IF WS-ERR-COUNT = ZERO
007490         OPEN OUTPUT OUT-FILE
007500         PERFORM CHECK-OUT-STATUS
007510         PERFORM WRITE-OUT-PARA
007520             VARYING OUT-IX FROM 1 BY 1
007530             UNTIL OUT-IX > WS-OUT-COUNT
007540         CLOSE OUT-FILE
007550     END-IF.
007560     PERFORM WRITE-LOG-PARA.
007570     WRITE PRM-REC FROM PRM-BLANK-LINE.
007580     PERFORM CHECK-PRM-STATUS.
007590     MOVE 'CARTES LUES' TO PRM-TOT-LABEL.
007600     MOVE WS-READ-COUNT TO PRM-TOT-VALUE.
007610     PERFORM WRITE-TOT-PARA.
007620     MOVE 'INCLUDES DEVELOPPES' TO PRM-TOT-LABEL.
007630     MOVE WS-INCL-COUNT TO PRM-TOT-VALUE.
007640     PERFORM WRITE-TOT-PARA.
007650     MOVE 'CARTES DU MEMBRE PRODUCTION' TO PRM-TOT-LABEL.
007660     MOVE WS-OUT-COUNT TO PRM-TOT-VALUE.
007670     PERFORM WRITE-TOT-PARA.
007680     MOVE 'CARTES TRADUITES' TO PRM-TOT-LABEL.
007690     MOVE WS-TRANS-COUNT TO PRM-TOT-VALUE.
007700     PERFORM WRITE-TOT-PARA.
007710     MOVE 'VALEURS REMPLACEES' TO PRM-TOT-LABEL.
007720     MOVE WS-REPL-COUNT TO PRM-TOT-VALUE.
007730     PERFORM WRITE-TOT-PARA.
007740     MOVE 'CARTES CONTROLEES' TO PRM-TOT-LABEL.
007750     MOVE WS-CARD-COUNT TO PRM-TOT-VALUE.
007760     PERFORM WRITE-TOT-PARA.
007770     MOVE 'VALEURS DE TEST RESIDUELLES' TO PRM-TOT-LABEL.
007780     MOVE WS-TEST-COUNT TO PRM-TOT-VALUE.
007790     PERFORM WRITE-TOT-PARA.
007800     MOVE 'ERREURS' TO PRM-TOT-LABEL.
007810     MOVE WS-ERR-COUNT TO PRM-TOT-VALUE.
007820     PERFORM WRITE-TOT-PARA.
007830     IF WS-ERR-COUNT = ZERO
007840         STRING '****** PROMOTION EFFECTUEE - MEMBRE '
007850             WS-TO-MBR ' ECRIT ******'
007860             DELIMITED BY SIZE INTO PRM-MSG-TEXT
007870         END-STRING
007880     ELSE
007890         STRING '****** PROMOTION REFUSEE - MEMBRE '
007900             WS-TO-MBR ' NON ECRIT ******'
007910             DELIMITED BY SIZE INTO PRM-MSG-TEXT
007920         END-STRING
007930     END-IF.
007940     WRITE PRM-REC FROM PRM-MSG-LINE.
007950     PERFORM CHECK-PRM-STATUS.
007960     CLOSE PRM-FILE.
007970     DISPLAY 'PARMPRM - CARTES PROMUES ' WS-OUT-COUNT
007980         ' TRADUITES ' WS-TRANS-COUNT
007990         ' ERREURS ' WS-ERR-COUNT.
008000     IF WS-ERR-COUNT > ZERO
008010         MOVE 8 TO RETURN-CODE
008020     END-IF.
008030     GOBACK.
008040 WRITE-OUT-PARA.
008050     WRITE OUT-REC FROM OT-CARD (OUT-IX).
008060     PERFORM CHECK-OUT-STATUS.
008070 WRITE-LOG-PARA.
************************************************************************
008090*    APPENDS THE PROMOTION TO THE LOG - 05 ON THE OPEN IS A
008100*    LOG NOT YET CREATED
************************************************************************
008120     OPEN EXTEND LOG-FILE.
008130     PERFORM CHECK-LOG-STATUS.
008140     MOVE WS-RUN-DATE    TO LOG-DATE.
008150     MOVE WS-RUN-TIME    TO LOG-TIME.
008160     MOVE WS-USER (1:8)  TO LOG-USER.
008170     MOVE WS-ENV         TO LOG-ENV.
008180     MOVE WS-FROM-MBR    TO LOG-FROM-MBR.
008190     MOVE WS-TO-MBR      TO LOG-TO-MBR.
008200     MOVE WS-APPL        TO LOG-APPL.
008210     MOVE WS-OUT-COUNT   TO LOG-CARDS.
008220     MOVE WS-TRANS-COUNT TO LOG-TRANS.
008230     MOVE WS-ERR-COUNT   TO LOG-ERRS.
008240     IF WS-ERR-COUNT = ZERO
008250         MOVE 'PROMU' TO LOG-RESULT
008260     ELSE
008270         MOVE 'REFUSE' TO LOG-RESULT
008280     END-IF.
008290     WRITE LOG-REC FROM LOG-LINE.
008300     PERFORM CHECK-LOG-STATUS.
008310     CLOSE LOG-FILE.
008320 CHECK-REQUIRED-PARA.
************************************************************************
008340*    ASKS PARMCHK FOR THE REQUIRED-BUT-MISSING KEYWORDS, ONE
008350*    PER CALL, AND LISTS EVERY ONE OF THEM
************************************************************************
008370     IF WS-DICT-RC NOT = '0'
008380         GO TO CHECK-REQUIRED-EXIT
008390     END-IF.
008400     MOVE 'E' TO PCHK-FUNC.
008410     CALL 'PARMCHK' USING PCHK-REQUEST.
008420     IF PCHK-RC NOT = '0'
008430         MOVE PCHK-MESSAGE TO PRM-ERR-TEXT
008440         PERFORM WRITE-ERR-PARA
008450         GO TO CHECK-REQUIRED-PARA
008460     END-IF.
008470 CHECK-REQUIRED-EXIT.
008480     EXIT.
008490 TRANSLATE-PARA.
************************************************************************
008510*    REPLACES, ENTRY BY ENTRY, EVERY OCCURRENCE OF A TEST VALUE
008520*    IN THE VALUE OF THE CARD BY ITS PRODUCTION VALUE, THEN
008530*    LISTS THE CARD BEFORE AND AFTER WHEN IT CHANGED
************************************************************************
008550     MOVE 'N' TO WS-CARD-TRANS WS-OVERFLOW.
008560     MOVE ZERO TO WS-EQ-POS.
008570     INSPECT WS-OUT-CARD TALLYING WS-EQ-POS
008580         FOR CHARACTERS BEFORE INITIAL '='.
008590     PERFORM REPLACE-PARA THRU REPLACE-EXIT
008600         VARYING TRN-IX FROM 1 BY 1
008610         UNTIL TRN-IX > WS-TRN-COUNT.
008620     IF WS-CARD-TRANS = 'N'
008630         GO TO TRANSLATE-EXIT
008640     END-IF.
008650     ADD 1 TO WS-TRANS-COUNT.
008660     MOVE 'AVANT ' TO PRM-CARD-LABEL.
008670     MOVE WS-BEFORE-CARD TO WS-LIST-CARD.
008680     PERFORM LIST-CARD-PARA.
008690     MOVE 'APRES ' TO PRM-CARD-LABEL.
008700     MOVE WS-OUT-CARD TO WS-LIST-CARD.
008710     PERFORM LIST-CARD-PARA.
008720     MOVE 'Y' TO WS-CARD-LISTED.
008730     IF WS-OVERFLOW = 'Y'
008740         MOVE 'CARTE TRADUITE DEPASSE 80 COLONNES'
008750             TO PRM-ERR-TEXT
008760         PERFORM WRITE-ERR-PARA
008770     END-IF.
008780 TRANSLATE-EXIT.
008790     EXIT.
008800 REPLACE-PARA.
************************************************************************
008820*    ONE TRANSLATION ENTRY OVER THE VALUE OF THE CARD - THE
008830*    SCAN STARTS AFTER THE FIRST '=' (COLUMN 1 WHEN THERE IS
008840*    NONE) AND RESUMES AFTER EACH PRODUCTION VALUE PUT IN
************************************************************************
008860     IF TT-TYPE (TRN-IX) NOT = 'T'
008870         GO TO REPLACE-EXIT
008880     END-IF.
008890     IF WS-EQ-POS < 80
008900         COMPUTE WS-POS = WS-EQ-POS + 2
008910     ELSE
008920         MOVE 1 TO WS-POS
008930     END-IF.
008940 REPLACE-SCAN.
008950     IF WS-POS + TT-FROM-LEN (TRN-IX) - 1 > 80
008960         GO TO REPLACE-EXIT
008970     END-IF.
008980     IF WS-OUT-CARD (WS-POS:TT-FROM-LEN (TRN-IX))
008990         NOT = TT-FROM (TRN-IX) (1:TT-FROM-LEN (TRN-IX))
009000         ADD 1 TO WS-POS
009010         GO TO REPLACE-SCAN
009020     END-IF.
009030     MOVE SPACES TO WS-WORK.
009040     IF WS-POS > 1
009050         MOVE WS-OUT-CARD (1:WS-POS - 1)
009060             TO WS-WORK (1:WS-POS - 1)
009070     END-IF.
009080     MOVE TT-TO (TRN-IX) (1:TT-TO-LEN (TRN-IX))
009090         TO WS-WORK (WS-POS:TT-TO-LEN (TRN-IX)).
009100     COMPUTE WS-REST = WS-POS + TT-FROM-LEN (TRN-IX).
009110     IF WS-REST <= 80
009120         MOVE WS-OUT-CARD (WS-REST:81 - WS-REST)
009130             TO WS-WORK (WS-POS + TT-TO-LEN (TRN-IX):
009140                         81 - WS-REST)
009150     END-IF.
009160     IF WS-WORK (81:80) NOT = SPACES
009170         MOVE 'Y' TO WS-OVERFLOW
009180     END-IF.
009190     MOVE WS-WORK (1:80) TO WS-OUT-CARD.
009200     MOVE 'Y' TO WS-CARD-TRANS.
009210     ADD 1 TO WS-REPL-COUNT.
009220     ADD TT-TO-LEN (TRN-IX) TO WS-POS.
009230     GO TO REPLACE-SCAN.
009240 REPLACE-EXIT.
009250     EXIT.
009260 TEST-VALUE-PARA.
************************************************************************
009280*    A TEST VALUE OF THE TABLE STILL ON THE TRANSLATED CARD -
009290*    FORBIDDEN VALUES INCLUDED - REFUSES THE PROMOTION
************************************************************************
009310     MOVE ZERO TO WS-TEST-TALLY.
009320     INSPECT WS-OUT-CARD TALLYING WS-TEST-TALLY
009330         FOR ALL TT-FROM (TRN-IX) (1:TT-FROM-LEN (TRN-IX)).
009340     IF WS-TEST-TALLY > ZERO
009350         ADD 1 TO WS-TEST-COUNT
009360         STRING 'VALEUR DE TEST RESIDUELLE - '
009370             TT-FROM (TRN-IX)
009380             DELIMITED BY SIZE INTO PRM-ERR-TEXT
009390         END-STRING
009400         PERFORM WRITE-ERR-PARA
009410     END-IF.
009420 SUBST-PARA.
************************************************************************
009440*    RESOLVES THE SYMBOLIC VARIABLES IN THE CARD TEXT EXACTLY
009450*    AS READCARD WILL - &LYYMMDD = RUN DATE, &JOBNAME = JOB
009460*    NAME, &STEPNAM = STEP NAME (THE APPLICATION HERE),
009470*    &PRVBDAY/&NXTBDAY = PREVIOUS/NEXT BUSINESS DAY,
009480*    &FSTBDAY/&LSTBDAY = FIRST/LAST BUSINESS DAY OF THE MONTH
009490*    - FOR THE CHECKS ONLY, THE PRODUCTION MEMBER KEEPS THEM
************************************************************************
009510     INSPECT PARAMETERS REPLACING ALL '&LYYMMDD'
009520         BY WS-RUN-DATE-X.
009530     INSPECT PARAMETERS REPLACING ALL '&JOBNAME'
009540         BY WS-JOBNAME.
009550     INSPECT PARAMETERS REPLACING ALL '&STEPNAM'
009560         BY WS-APPL.
009570     MOVE ZERO TO WS-BDAY-TALLY.
009580     INSPECT PARAMETERS TALLYING WS-BDAY-TALLY
009590         FOR ALL '&PRVBDAY' ALL '&NXTBDAY'
009600             ALL '&FSTBDAY' ALL '&LSTBDAY'.
009610     IF WS-BDAY-TALLY > ZERO
009620         IF WS-BDAY-DONE = 'N'
009630             PERFORM BDAY-PARA THRU BDAY-EXIT
009640         END-IF
009650         IF WS-BDAY-DONE = 'Y'
009660             INSPECT PARAMETERS REPLACING ALL '&PRVBDAY'
009670                 BY WS-PRV-BDAY-X
009680             INSPECT PARAMETERS REPLACING ALL '&NXTBDAY'
009690                 BY WS-NXT-BDAY-X
009700             INSPECT PARAMETERS REPLACING ALL '&FSTBDAY'
009710                 BY WS-FST-BDAY-X
009720             INSPECT PARAMETERS REPLACING ALL '&LSTBDAY'
009730                 BY WS-LST-BDAY-X
009740         END-IF
009750     END-IF.
009760 BDAY-PARA.
************************************************************************
009780*    WORKS OUT THE BUSINESS DAY SYMBOLS FOR THE RUN DATE - A
009790*    CALENDAR ERROR IS A FINDING, LISTED ONCE
************************************************************************
009810     MOVE 'E' TO WS-BDAY-DONE.
009820     MOVE 'P' TO PCAL-FUNC.
009830     PERFORM CALL-CAL-PARA.
009840     IF PCAL-RC NOT = '0'
009850         GO TO BDAY-EXIT
009860     END-IF.
009870     MOVE PCAL-RESULT TO WS-PRV-BDAY.
009880     MOVE 'N' TO PCAL-FUNC.
009890     PERFORM CALL-CAL-PARA.
009900     IF PCAL-RC NOT = '0'
009910         GO TO BDAY-EXIT
009920     END-IF.
009930     MOVE PCAL-RESULT TO WS-NXT-BDAY.
009940     MOVE 'F' TO PCAL-FUNC.
009950     PERFORM CALL-CAL-PARA.
009960     IF PCAL-RC NOT = '0'
009970         GO TO BDAY-EXIT
009980     END-IF.
009990     MOVE PCAL-RESULT TO WS-FST-BDAY.
010000     MOVE 'L' TO PCAL-FUNC.
010010     PERFORM CALL-CAL-PARA.
010020     IF PCAL-RC NOT = '0'
010030         GO TO BDAY-EXIT
010040     END-IF.
010050     MOVE PCAL-RESULT TO WS-LST-BDAY.
010060     MOVE 'Y' TO WS-BDAY-DONE.
010070 BDAY-EXIT.
010080     EXIT.
010090 CALL-CAL-PARA.
010100     MOVE WS-RUN-DATE TO PCAL-DATE.
010110     CALL 'PARMCAL' USING PCAL-REQUEST.
010120     IF PCAL-RC NOT = '0'
010130         MOVE PCAL-MESSAGE TO PRM-ERR-TEXT
010140         PERFORM WRITE-ERR-PARA
010150     END-IF.
010160 LIST-CARD-PARA.
************************************************************************
010180*    LISTS WS-LIST-CARD UNDER ITS MEMBER AND CARD NUMBER, ITS
010190*    VALUE MASKED WHEN THE KEYWORD IS SENSITIVE FOR THE
010200*    APPLICATION
************************************************************************
010220     MOVE WS-CUR-MBR  TO PRM-CARD-MBR.
010230     MOVE WS-CUR-SEQ  TO PRM-CARD-SEQ.
010240     MOVE WS-APPL     TO PMSK-APPL.
010250     MOVE WS-LIST-CARD TO PMSK-CARD.
010260     PERFORM MASK-PARA.
010270     MOVE PMSK-CARD   TO PRM-CARD-TEXT.
010280     WRITE PRM-REC FROM PRM-CARD-LINE.
010290     PERFORM CHECK-PRM-STATUS.
010300 WRITE-ERR-PARA.
************************************************************************
010320*    LISTS AN ERROR UNDER ITS CARD - THE CARD, AS PROMOTED,
010330*    IS LISTED FIRST IF IT HAS NOT BEEN ALREADY
************************************************************************
010350     IF WS-CARD-LISTED = 'N'
010360         MOVE 'CARTE ' TO PRM-CARD-LABEL
010370         MOVE WS-OUT-CARD TO WS-LIST-CARD
010380         PERFORM LIST-CARD-PARA
010390         MOVE 'Y' TO WS-CARD-LISTED
010400     END-IF.
010410     ADD 1 TO WS-ERR-COUNT.
010420     WRITE PRM-REC FROM PRM-ERR-LINE.
010430     PERFORM CHECK-PRM-STATUS.
010440     MOVE SPACES TO PRM-ERR-TEXT.
010450 WRITE-TOT-PARA.
010460     WRITE PRM-REC FROM PRM-TOT-LINE.
010470     PERFORM CHECK-PRM-STATUS.
010480 CHECK-DECK-STATUS.
************************************************************************
010500*    STOPS THE JOB IF DECKIN CANNOT BE OPENED OR READ
************************************************************************
010520     IF F-KEY1 NOT = '00' AND F-KEY1 NOT = '10'
010530         MOVE 'CHECK-DECK-STATUS' TO PP-CALLER-PARA
010540         STRING 'I/O ERROR ON DECKIN - STATUS ' F-KEY1
010550             DELIMITED BY SIZE INTO PP-CALLER-MSG
010560         END-STRING
010570         PERFORM FATAL-PARA
010580     END-IF.
010590 CHECK-PRM-STATUS.
************************************************************************
010610*    STOPS THE JOB IF PRMLIST CANNOT BE OPENED OR WRITTEN TO
************************************************************************
010630     IF F-KEY2 NOT = '00'
010640         MOVE 'CHECK-PRM-STATUS' TO PP-CALLER-PARA
010650         STRING 'I/O ERROR ON PRMLIST - STATUS ' F-KEY2
010660             DELIMITED BY SIZE INTO PP-CALLER-MSG
010670         END-STRING
010680         PERFORM FATAL-PARA
010690     END-IF.
010700 CHECK-TRN-STATUS.
************************************************************************
010720*    STOPS THE JOB IF PROMTRAN CANNOT BE OPENED OR READ
************************************************************************
010740     IF F-KEY4 NOT = '00' AND F-KEY4 NOT = '10'
010750         MOVE 'CHECK-TRN-STATUS' TO PP-CALLER-PARA
010760         STRING 'I/O ERROR ON PROMTRAN - STATUS ' F-KEY4
010770             DELIMITED BY SIZE INTO PP-CALLER-MSG
010780         END-STRING
010790         PERFORM FATAL-PARA
010800     END-IF.
010810 CHECK-OUT-STATUS.
************************************************************************
010830*    STOPS THE JOB IF PRODOUT CANNOT BE OPENED OR WRITTEN TO
************************************************************************
010850     IF F-KEY5 NOT = '00'
010860         MOVE 'CHECK-OUT-STATUS' TO PP-CALLER-PARA
010870         STRING 'I/O ERROR ON PRODOUT - STATUS ' F-KEY5
010880             DELIMITED BY SIZE INTO PP-CALLER-MSG
010890         END-STRING
010900         PERFORM FATAL-PARA
010910     END-IF.
010920 CHECK-LOG-STATUS.
************************************************************************
010940*    STOPS THE JOB IF PROMLOG CANNOT BE EXTENDED - 05 IS A LOG
010950*    NOT YET CREATED
************************************************************************
010970     IF F-KEY6 NOT = '00' AND F-KEY6 NOT = '05'
010980         MOVE 'CHECK-LOG-STATUS' TO PP-CALLER-PARA
010990         STRING 'I/O ERROR ON PROMLOG - STATUS ' F-KEY6
011000             DELIMITED BY SIZE INTO PP-CALLER-MSG
011010         END-STRING
011020         PERFORM FATAL-PARA
011030     END-IF.
011040 MASK-PARA.
************************************************************************
011060*    MASKS THE VALUE OF THE CARD IN PMSK-CARD IN PLACE WHEN ITS
011070*    KEYWORD IS SENSITIVE FOR THE APPLICATION - A DICTIONARY
011080*    PARMMASK CANNOT READ STOPS THE RUN
************************************************************************
011100     CALL 'PARMMASK' USING PMSK-REQUEST.
011110     IF PMSK-RC NOT = '0'
011120         MOVE 'MASK-PARA' TO PP-CALLER-PARA
011130         MOVE PMSK-MESSAGE TO PP-CALLER-MSG
011140         PERFORM FATAL-PARA
011150     END-IF.
011160 FATAL-PARA.
************************************************************************
011180*    HANDS THE FAILURE TO RPDUMP - TITLED DIAGNOSTIC DUMP AND
011190*    DOCUMENTED USER ABEND. THE STOP RUN IS A BACKSTOP ONLY,
011200*    FOR THE CASE WHERE RPDUMP ITSELF COMES BACK
************************************************************************
011220     CALL 'RPDUMP' USING PP-CALLER-PGM PP-CALLER-PARA
011230                         PP-CALLER-MSG.
011240     STOP RUN.
