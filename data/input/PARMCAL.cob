000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARMCAL.
000030 AUTHOR.TATA CONSULTANCY SERVICES.
000040 DATE-COMPILED.OCT 2026.
************************************************************************
000060*THIS PROGRAM ANSWERS BUSINESS CALENDAR QUESTIONS FOR THE
000070*PARAMETER SERVICES - READCARD AND PARMVFY RESOLVE THE BUSINESS
000080*DAY SYMBOLS THROUGH IT, PARMRCN AND PARMLOAD DECIDE WHAT THE
000090*SCHEDULE EXPECTS ON A GIVEN DAY THROUGH IT.
000100*
000110*A BUSINESS DAY IS A MONDAY TO FRIDAY THAT IS NOT A HOLIDAY ON
000120*THE BUSINESS CALENDAR DATASET (BUSCAL), OR A SATURDAY OR
000130*SUNDAY THE CALENDAR DECLARES WORKED. WITHOUT A BUSCAL DATASET
000140*EVERY MONDAY TO FRIDAY IS A BUSINESS DAY.
000150*
000160*BUSCAL RECORD LAYOUT ('*' = COMMENT), ONE RECORD PER DATE
000170*THAT IS NOT AN ORDINARY DAY:
000180*   COLS  1-8   DATE YYYYMMDD
000190*   COL  10     H HOLIDAY (NOT A BUSINESS DAY) / W WORKED
000200*               (A BUSINESS DAY THOUGH A WEEKEND) / BLANK
000210*   COL  12     M MONTH-END PROCESSING DAY OR BLANK
000220*   COL  14     Q QUARTER-END PROCESSING DAY OR BLANK
000230*   COLS 16-80  DESCRIPTION (FREE TEXT)
000240*A MONTH WITH NO 'M' DATE ENDS ON ITS LAST BUSINESS DAY; A
000250*QUARTER WITH NO 'Q' DATE ENDS ON THE MONTH-END PROCESSING DAY
000260*OF ITS LAST MONTH.
000270*
000280*FUNCTIONS (PCAL-FUNC) - EACH ONE ALSO RETURNS THE FLAGS OF
000290*PCAL-DATE ITSELF (BUSINESS DAY, HOLIDAY, MONTH-END, QUARTER-
000300*END PROCESSING DAY):
000310*   B  FLAGS ONLY
000320*   P  PREVIOUS BUSINESS DAY BEFORE PCAL-DATE
000330*   N  NEXT BUSINESS DAY AFTER PCAL-DATE
000340*   F  FIRST BUSINESS DAY OF THE MONTH OF PCAL-DATE
000350*   L  LAST BUSINESS DAY OF THE MONTH OF PCAL-DATE
000360*   E  MONTH-END PROCESSING DAY OF THE MONTH OF PCAL-DATE
000370*   Q  QUARTER-END PROCESSING DAY OF THE QUARTER OF PCAL-DATE
000380*THE ANSWER COMES BACK IN PCAL-RESULT (YYYYMMDD).
000390*
000400*THE CALENDAR IS LOADED ON THE FIRST CALL. AN I/O ERROR, AN
000410*INVALID CALENDAR RECORD, AN INVALID DATE OR FUNCTION, OR NO
000420*BUSINESS DAY WHERE ONE IS ASKED FOR COMES BACK IN
000430*PCAL-RC/PCAL-MESSAGE, AS FROM PARMCHK - THE CALLER DECIDES.
************************************************************************
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPTIONAL CAL-FILE ASSIGN TO BUSCAL
000490     ORGANIZATION IS LINE SEQUENTIAL
000500     ACCESS IS SEQUENTIAL
000510     FILE STATUS IS F-KEY1.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD CAL-FILE.
000560 01 CAL-REC          PIC X(80).
000570
000580 WORKING-STORAGE SECTION.
000590 77  CMS-IDENTIFICATION PIC X(8) VALUE 'PARMCAL'.
000600 77  CMS-ID-VALUE PIC X(44)   VALUE
000610         'CMS-ID=15/10/26/14:00:00/GWDR/JDM     /V0   '.
000620 77  F-KEY1        PIC X(2).
000630 77  WS-LOAD-FLAG  PIC X(1) VALUE 'N'.
000640 77  CAL-COUNT     PIC 9(4) COMP VALUE ZERO.
000650 77  CAL-MAX       PIC 9(4) COMP VALUE 2000.
000660 77  WS-IX         PIC 9(4) COMP.
000670 77  WS-HIT        PIC 9(4) COMP.
000680 77  WS-STEP       PIC 9(2) COMP.
000690 77  WS-STEP-MAX   PIC 9(2) COMP VALUE 31.
000700 77  WS-INT        PIC 9(7) COMP.
000710 77  WS-DOW        PIC 9(1).
000720 77  WS-BUS-FLAG   PIC X(1).
000730 77  WS-HOL-FLAG   PIC X(1).
000740 77  WS-DATE-OK    PIC X(1).
000750 77  WS-MONTH      PIC 9(6).
000760 77  WS-QTR        PIC 9(1).
000770 77  WS-QMM        PIC 9(2).
000780 77  WS-QFROM      PIC 9(6).
000790 77  WS-QTO        PIC 9(6).
000800 77  WS-M1         PIC 9(8).
000810 77  WS-M1-NEXT    PIC 9(8).
000820 77  WS-DIM        PIC 9(2).
000830 77  WS-FB-DATE    PIC 9(8).
000840 77  WS-LB-DATE    PIC 9(8).
000850 77  WS-ME-DATE    PIC 9(8).
000860 77  WS-QE-DATE    PIC 9(8).
000870 77  WS-PCAL-ME    PIC 9(8).
************************************************************************
000890*    THE DAY UNDER EXAMINATION IN THE BUSINESS DAY WALKS
************************************************************************
000910 01  WS-DAY        PIC 9(8).
000920 01  WS-DAY-R REDEFINES WS-DAY.
000930     05  WS-DAY-YM     PIC 9(6).
************************************************************************
000950*    A DATE BEING VALIDATED
************************************************************************
000970 01  WS-CHK        PIC 9(8).
000980 01  WS-CHK-R REDEFINES WS-CHK.
000990     05  WS-CHK-YYYY   PIC 9(4).
001000     05  WS-CHK-MM     PIC 9(2).
001010     05  WS-CHK-DD     PIC 9(2).
001020 01  CAL-DETAIL.
001030     05  CAL-DATE-X    PIC X(8).
001040     05  CAL-DATE-9 REDEFINES CAL-DATE-X PIC 9(8).
001050     05  FILLER        PIC X(1).
001060     05  CAL-TYPE      PIC X(1).
001070     05  FILLER        PIC X(1).
001080     05  CAL-ME        PIC X(1).
001090     05  FILLER        PIC X(1).
001100     05  CAL-QE        PIC X(1).
001110     05  FILLER        PIC X(1).
001120     05  CAL-DESC      PIC X(65).
************************************************************************
001140*    THE CALENDAR DATES IN DATASET ORDER
************************************************************************
001160 01  CAL-TABLE.
001170     05  CAL-ENTRY OCCURS 2000.
001180         10  CT-DATE       PIC 9(8).
001190         10  CT-YM         PIC 9(6).
001200         10  CT-TYPE       PIC X(1).
001210         10  CT-ME         PIC X(1).
001220         10  CT-QE         PIC X(1).
001230 LINKAGE SECTION.
************************************************************************
001250*    REQUEST AREA SHARED WITH THE CALLER
************************************************************************
001270 01  PCAL-REQUEST.
001280     05  PCAL-FUNC     PIC X(1).
001290     05  PCAL-DATE     PIC 9(8).
001300     05  PCAL-RESULT   PIC 9(8).
001310     05  PCAL-BUSDAY   PIC X(1).
001320     05  PCAL-HOLIDAY  PIC X(1).
001330     05  PCAL-MTHEND   PIC X(1).
001340     05  PCAL-QTREND   PIC X(1).
001350     05  PCAL-RC       PIC X(1).
001360     05  PCAL-MESSAGE  PIC X(80).
001370 PROCEDURE DIVISION USING PCAL-REQUEST.
001380 MAIN-PARA.
001390     MOVE '0' TO PCAL-RC.
001400     MOVE SPACES TO PCAL-MESSAGE.
001410     MOVE ZERO TO PCAL-RESULT.
001420     MOVE 'N' TO PCAL-BUSDAY PCAL-HOLIDAY
001430                 PCAL-MTHEND PCAL-QTREND.
001440     IF WS-LOAD-FLAG = 'N'
001450         PERFORM LOAD-CAL-PARA THRU LOAD-CAL-EXIT
001460         IF PCAL-RC NOT = '0'
001470             GO TO GOBACK-PARA
001480         END-IF
001490         MOVE 'Y' TO WS-LOAD-FLAG
001500     END-IF.
001510     MOVE 'Y' TO WS-DATE-OK.
001520     IF PCAL-DATE NOT NUMERIC
001530         MOVE 'N' TO WS-DATE-OK
001540     ELSE
001550         MOVE PCAL-DATE TO WS-CHK
001560         PERFORM CHECK-DATE-PARA THRU CHECK-DATE-EXIT
001570     END-IF.
001580     IF WS-DATE-OK = 'N'
001590         MOVE '1' TO PCAL-RC
001600         STRING 'DATE INVALID FOR CALENDAR - ' PCAL-DATE
001610             DELIMITED BY SIZE INTO PCAL-MESSAGE
001620         END-STRING
001630         GO TO GOBACK-PARA
001640     END-IF.
001650     PERFORM DATE-FLAGS-PARA THRU DATE-FLAGS-EXIT.
001660     IF PCAL-RC NOT = '0'
001670         GO TO GOBACK-PARA
001680     END-IF.
001690     IF PCAL-FUNC = 'B'
001700         GO TO GOBACK-PARA
001710     END-IF.
001720     IF PCAL-FUNC = 'P'
001730         PERFORM PREV-BUS-PARA
001740         MOVE WS-DAY TO PCAL-RESULT
001750         GO TO GOBACK-PARA
001760     END-IF.
001770     IF PCAL-FUNC = 'N'
001780         PERFORM NEXT-BUS-PARA
001790         MOVE WS-DAY TO PCAL-RESULT
001800         GO TO GOBACK-PARA
001810     END-IF.
001820     IF PCAL-FUNC = 'F'
001830         MOVE PCAL-DATE (1:6) TO WS-MONTH
001840         PERFORM FIRST-BUS-PARA
001850         MOVE WS-FB-DATE TO PCAL-RESULT
001860         GO TO GOBACK-PARA
001870     END-IF.
001880     IF PCAL-FUNC = 'L'
001890         MOVE PCAL-DATE (1:6) TO WS-MONTH
001900         PERFORM LAST-BUS-PARA
001910         MOVE WS-LB-DATE TO PCAL-RESULT
001920         GO TO GOBACK-PARA
001930     END-IF.
001940     IF PCAL-FUNC = 'E'
001950         MOVE WS-PCAL-ME TO PCAL-RESULT
001960         GO TO GOBACK-PARA
001970     END-IF.
001980     IF PCAL-FUNC = 'Q'
001990         MOVE WS-QE-DATE TO PCAL-RESULT
002000         GO TO GOBACK-PARA
002010     END-IF.
002020     MOVE '1' TO PCAL-RC.
002030     STRING 'INVALID CALENDAR FUNCTION - ' PCAL-FUNC
002040         DELIMITED BY SIZE INTO PCAL-MESSAGE
002050     END-STRING.
002060 GOBACK-PARA.
002070     GOBACK.
002080 LOAD-CAL-PARA.
************************************************************************
002100*         LOADS THE BUSINESS CALENDAR - EVERY RECORD IS CHECKED
002110*         SO A BAD DATE NEVER SILENTLY TURNS INTO A WORKING DAY
************************************************************************
002130     MOVE ZERO TO CAL-COUNT.
002140     OPEN INPUT CAL-FILE.
002150     IF F-KEY1 = '05' OR F-KEY1 = '35'
002160         GO TO LOAD-CAL-END
002170     END-IF.
002180     IF F-KEY1 NOT = '00'
002190         MOVE '1' TO PCAL-RC
002200         STRING 'BUSCAL I/O ERROR - STATUS ' F-KEY1
002210             DELIMITED BY SIZE INTO PCAL-MESSAGE
002220         END-STRING
002230         GO TO LOAD-CAL-EXIT
002240     END-IF.
002250 LOAD-CAL-READ.
002260     READ CAL-FILE INTO CAL-DETAIL
002270         AT END GO TO LOAD-CAL-END
002280     END-READ.
002290     IF F-KEY1 NOT = '00'
002300         MOVE '1' TO PCAL-RC
002310         STRING 'BUSCAL I/O ERROR - STATUS ' F-KEY1
002320             DELIMITED BY SIZE INTO PCAL-MESSAGE
002330         END-STRING
002340         GO TO LOAD-CAL-END
002350     END-IF.
002360     IF CAL-DETAIL (1:1) = '*' OR CAL-DETAIL = SPACES
002370         GO TO LOAD-CAL-READ
002380     END-IF.
002390     MOVE 'Y' TO WS-DATE-OK.
002400     IF CAL-DATE-X NOT NUMERIC
002410         MOVE 'N' TO WS-DATE-OK
002420     ELSE
002430         MOVE CAL-DATE-9 TO WS-CHK
002440         PERFORM CHECK-DATE-PARA THRU CHECK-DATE-EXIT
002450     END-IF.
002460     IF WS-DATE-OK = 'N'
002470         OR (CAL-TYPE NOT = 'H' AND CAL-TYPE NOT = 'W'
002480             AND CAL-TYPE NOT = SPACE)
002490         OR (CAL-ME NOT = 'M' AND CAL-ME NOT = SPACE)
002500         OR (CAL-QE NOT = 'Q' AND CAL-QE NOT = SPACE)
002510         MOVE '1' TO PCAL-RC
002520         STRING 'BUSCAL RECORD INVALID - ' CAL-DETAIL (1:20)
002530             DELIMITED BY SIZE INTO PCAL-MESSAGE
002540         END-STRING
002550         GO TO LOAD-CAL-END
002560     END-IF.
002570     IF CAL-COUNT >= CAL-MAX
002580         MOVE '1' TO PCAL-RC
002590         MOVE 'CALENDAR TABLE FULL - RAISE OCCURS'
002600             TO PCAL-MESSAGE
002610         GO TO LOAD-CAL-END
002620     END-IF.
002630     ADD 1 TO CAL-COUNT.
002640     MOVE CAL-DATE-9 TO CT-DATE (CAL-COUNT).
002650     MOVE CAL-DATE-X (1:6) TO CT-YM (CAL-COUNT).
002660     MOVE CAL-TYPE   TO CT-TYPE (CAL-COUNT).
002670     MOVE CAL-ME     TO CT-ME (CAL-COUNT).
002680     MOVE CAL-QE     TO CT-QE (CAL-COUNT).
002690     GO TO LOAD-CAL-READ.
002700 LOAD-CAL-END.
002710     CLOSE CAL-FILE.
002720 LOAD-CAL-EXIT.
002730     EXIT.
002740 CHECK-DATE-PARA.
************************************************************************
002760*    WS-CHK MUST BE A REAL CALENDAR DATE - THE DAYS IN ITS
002770*    MONTH ARE THE DISTANCE TO THE FIRST OF THE NEXT MONTH
************************************************************************
002790     IF WS-CHK-YYYY < 1601 OR WS-CHK-YYYY > 9998
002800         OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
002810         OR WS-CHK-DD < 1
002820         MOVE 'N' TO WS-DATE-OK
002830         GO TO CHECK-DATE-EXIT
002840     END-IF.
002850     COMPUTE WS-M1 = WS-CHK-YYYY * 10000 + WS-CHK-MM * 100 + 1.
002860     PERFORM NEXT-MONTH-PARA.
002870     COMPUTE WS-DIM = FUNCTION INTEGER-OF-DATE (WS-M1-NEXT)
002880                    - FUNCTION INTEGER-OF-DATE (WS-M1).
002890     IF WS-CHK-DD > WS-DIM
002900         MOVE 'N' TO WS-DATE-OK
002910     END-IF.
002920 CHECK-DATE-EXIT.
002930     EXIT.
002940 NEXT-MONTH-PARA.
002950     IF WS-M1 (5:2) = '12'
002960         COMPUTE WS-M1-NEXT = WS-M1 + 10000 - 1100
002970     ELSE
002980         COMPUTE WS-M1-NEXT = WS-M1 + 100
002990     END-IF.
003000 DATE-FLAGS-PARA.
************************************************************************
003020*    THE FLAGS OF PCAL-DATE ITSELF - BUSINESS DAY, HOLIDAY, AND
003030*    WHETHER IT IS THE MONTH-END OR QUARTER-END PROCESSING DAY
************************************************************************
003050     COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE (PCAL-DATE).
003060     PERFORM DAY-TYPE-PARA.
003070     MOVE WS-BUS-FLAG TO PCAL-BUSDAY.
003080     MOVE WS-HOL-FLAG TO PCAL-HOLIDAY.
003090     MOVE PCAL-DATE (1:6) TO WS-MONTH.
003100     PERFORM MONTH-END-PARA.
003110     IF PCAL-RC NOT = '0'
003120         GO TO DATE-FLAGS-EXIT
003130     END-IF.
003140     MOVE WS-ME-DATE TO WS-PCAL-ME.
003150     IF WS-PCAL-ME = PCAL-DATE
003160         MOVE 'Y' TO PCAL-MTHEND
003170     END-IF.
003180     PERFORM QTR-END-PARA.
003190     IF PCAL-RC NOT = '0'
003200         GO TO DATE-FLAGS-EXIT
003210     END-IF.
003220     IF WS-QE-DATE = PCAL-DATE
003230         MOVE 'Y' TO PCAL-QTREND
003240     END-IF.
003250 DATE-FLAGS-EXIT.
003260     EXIT.
003270 DAY-TYPE-PARA.
************************************************************************
003290*    CLASSIFIES THE DAY OF INTEGER DATE WS-INT INTO WS-DAY -
003300*    DAY 1 OF THE INTEGER CALENDAR WAS A MONDAY, SO REMAINDER
003310*    6 = SATURDAY AND 0 = SUNDAY; THE CALENDAR OVERRIDES
************************************************************************
003330     COMPUTE WS-DAY = FUNCTION DATE-OF-INTEGER (WS-INT).
003340     COMPUTE WS-DOW = FUNCTION REM (WS-INT, 7).
003350     MOVE 'Y' TO WS-BUS-FLAG.
003360     MOVE 'N' TO WS-HOL-FLAG.
003370     IF WS-DOW = 6 OR WS-DOW = 0
003380         MOVE 'N' TO WS-BUS-FLAG
003390     END-IF.
003400     MOVE ZERO TO WS-HIT.
003410     PERFORM SCAN-DAY-PARA
003420         VARYING WS-IX FROM 1 BY 1
003430         UNTIL WS-IX > CAL-COUNT OR WS-HIT > ZERO.
003440     IF WS-HIT > ZERO
003450         IF CT-TYPE (WS-HIT) = 'H'
003460             MOVE 'N' TO WS-BUS-FLAG
003470             MOVE 'Y' TO WS-HOL-FLAG
003480         END-IF
003490         IF CT-TYPE (WS-HIT) = 'W'
003500             MOVE 'Y' TO WS-BUS-FLAG
003510         END-IF
003520     END-IF.
003530 SCAN-DAY-PARA.
003540     IF CT-DATE (WS-IX) = WS-DAY
003550         MOVE WS-IX TO WS-HIT
003560     END-IF.
003570 PREV-BUS-PARA.
************************************************************************
003590*    WALKS BACK FROM PCAL-DATE TO THE PREVIOUS BUSINESS DAY -
003600*    A MONTH WITHOUT ONE IS A CALENDAR ERROR
************************************************************************
003620     COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE (PCAL-DATE).
003630     MOVE ZERO TO WS-STEP.
003640     MOVE 'N' TO WS-BUS-FLAG.
003650     PERFORM BACK-ONE-PARA
003660         UNTIL WS-BUS-FLAG = 'Y' OR WS-STEP >= WS-STEP-MAX.
003670     IF WS-BUS-FLAG = 'N'
003680         PERFORM NO-BUS-DAY-PARA
003690     END-IF.
003700 BACK-ONE-PARA.
003710     SUBTRACT 1 FROM WS-INT.
003720     ADD 1 TO WS-STEP.
003730     PERFORM DAY-TYPE-PARA.
003740 NEXT-BUS-PARA.
************************************************************************
003760*    WALKS FORWARD FROM PCAL-DATE TO THE NEXT BUSINESS DAY
************************************************************************
003780     COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE (PCAL-DATE).
003790     MOVE ZERO TO WS-STEP.
003800     MOVE 'N' TO WS-BUS-FLAG.
003810     PERFORM FWD-ONE-PARA
003820         UNTIL WS-BUS-FLAG = 'Y' OR WS-STEP >= WS-STEP-MAX.
003830     IF WS-BUS-FLAG = 'N'
003840         PERFORM NO-BUS-DAY-PARA
003850     END-IF.
003860 FWD-ONE-PARA.
003870     ADD 1 TO WS-INT.
003880     ADD 1 TO WS-STEP.
003890     PERFORM DAY-TYPE-PARA.
003900 FIRST-BUS-PARA.
************************************************************************
003920*    FIRST BUSINESS DAY OF MONTH WS-MONTH INTO WS-FB-DATE
************************************************************************
003940     COMPUTE WS-M1 = WS-MONTH * 100 + 1.
003950     COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE (WS-M1).
003960     PERFORM DAY-TYPE-PARA.
003970     PERFORM FWD-ONE-PARA
003980         UNTIL WS-BUS-FLAG = 'Y' OR WS-DAY-YM NOT = WS-MONTH.
003990     IF WS-DAY-YM NOT = WS-MONTH
004000         PERFORM NO-BUS-DAY-PARA
004010     END-IF.
004020     MOVE WS-DAY TO WS-FB-DATE.
004030 LAST-BUS-PARA.
************************************************************************
004050*    LAST BUSINESS DAY OF MONTH WS-MONTH INTO WS-LB-DATE
************************************************************************
004070     COMPUTE WS-M1 = WS-MONTH * 100 + 1.
004080     PERFORM NEXT-MONTH-PARA.
004090     COMPUTE WS-INT =
004100         FUNCTION INTEGER-OF-DATE (WS-M1-NEXT) - 1.
004110     PERFORM DAY-TYPE-PARA.
004120     PERFORM BACK-ONE-PARA
004130         UNTIL WS-BUS-FLAG = 'Y' OR WS-DAY-YM NOT = WS-MONTH.
004140     IF WS-DAY-YM NOT = WS-MONTH
004150         PERFORM NO-BUS-DAY-PARA
004160     END-IF.
004170     MOVE WS-DAY TO WS-LB-DATE.
004180 MONTH-END-PARA.
************************************************************************
004200*    MONTH-END PROCESSING DAY OF MONTH WS-MONTH INTO
004210*    WS-ME-DATE - THE 'M' DATE OF THE MONTH, OR ITS LAST
004220*    BUSINESS DAY
************************************************************************
004240     MOVE ZERO TO WS-HIT.
004250     PERFORM SCAN-ME-PARA
004260         VARYING WS-IX FROM 1 BY 1
004270         UNTIL WS-IX > CAL-COUNT OR WS-HIT > ZERO.
004280     IF WS-HIT > ZERO
004290         MOVE CT-DATE (WS-HIT) TO WS-ME-DATE
004300     ELSE
004310         PERFORM LAST-BUS-PARA
004320         MOVE WS-LB-DATE TO WS-ME-DATE
004330     END-IF.
004340 SCAN-ME-PARA.
004350     IF CT-ME (WS-IX) = 'M'
004360         AND CT-YM (WS-IX) = WS-MONTH
004370         MOVE WS-IX TO WS-HIT
004380     END-IF.
004390 QTR-END-PARA.
************************************************************************
004410*    QUARTER-END PROCESSING DAY OF THE QUARTER OF PCAL-DATE
004420*    INTO WS-QE-DATE - THE 'Q' DATE OF THE QUARTER, OR THE
004430*    MONTH-END PROCESSING DAY OF ITS LAST MONTH
************************************************************************
004450     MOVE PCAL-DATE TO WS-CHK.
004460     COMPUTE WS-QTR = (WS-CHK-MM - 1) / 3.
004470     COMPUTE WS-QMM = (WS-QTR + 1) * 3.
004480     COMPUTE WS-QTO = WS-CHK-YYYY * 100 + WS-QMM.
004490     COMPUTE WS-QFROM = WS-QTO - 2.
004500     MOVE ZERO TO WS-HIT.
004510     PERFORM SCAN-QE-PARA
004520         VARYING WS-IX FROM 1 BY 1
004530         UNTIL WS-IX > CAL-COUNT OR WS-HIT > ZERO.
004540     IF WS-HIT > ZERO
004550         MOVE CT-DATE (WS-HIT) TO WS-QE-DATE
004560     ELSE
004570         MOVE WS-QTO TO WS-MONTH
004580         PERFORM MONTH-END-PARA
004590         MOVE WS-ME-DATE TO WS-QE-DATE
004600     END-IF.
004610 SCAN-QE-PARA.
004620     IF CT-QE (WS-IX) = 'Q'
004630         AND CT-YM (WS-IX) >= WS-QFROM
004640         AND CT-YM (WS-IX) <= WS-QTO
004650         MOVE WS-IX TO WS-HIT
004660     END-IF.
004670 NO-BUS-DAY-PARA.
004680     IF PCAL-RC = '0'
004690         MOVE '1' TO PCAL-RC
004700         STRING 'NO BUSINESS DAY FOUND NEAR ' PCAL-DATE
004710             ' - CHECK BUSCAL'
004720             DELIMITED BY SIZE INTO PCAL-MESSAGE
004730         END-STRING
004740     END-IF.
