000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARMMASK.
000030 AUTHOR.TATA CONSULTANCY SERVICES.
000040 DATE-COMPILED.OCT 2026.
************************************************************************
000060*THIS PROGRAM MASKS THE VALUE OF A SENSITIVE PARAMETER CARD
000070*(PASSWORDS, KEYS, ACCOUNT NUMBERS ...) BEFORE THE CARD IS
000080*LISTED, AUDITED, STORED IN THE HISTORY OR EXTRACTED. A KEYWORD
000090*IS SENSITIVE WHEN ITS PARAMETER DICTIONARY ENTRY (PARMDICT)
000100*CARRIES 'S' IN COLUMN 30 - FOR THE APPLICATION NAMED IN
000110*PMSK-APPL OR FOR 'ALL'. THE CALLER OF READCARD STILL RECEIVES
000120*THE FULL VALUE IN LK-CARTE; EVERY OTHER COPY IS MASKED.
000130*
000140*THE CALLER PASSES A CARD IMAGE IN PMSK-CARD - PLAIN
000150*KEYWORD=VALUE OR RAW EFFECTIVE-DATED <YYYYMMDD:YYYYMMDD>TEXT -
000160*AND GETS IT BACK IN PLACE WITH THE VALUE REPLACED BY
000170*   KEYWORD=********(NNNNNNNNNN)
000180*WHERE NNNNNNNNNN IS A FINGERPRINT OF THE VALUE: THE SAME
000190*VALUE ALWAYS GIVES THE SAME FINGERPRINT AND A CHANGED VALUE A
000200*DIFFERENT ONE, SO DECK COMPARES, THE RESTART RECONCILIATION
000210*AND THE APPROVED-DECK GATE STILL SEE EVERY CHANGE WITHOUT
000220*THE VALUE EVER BEING SHOWN. A CARD ALREADY IN MASKED FORM
000230*COMES BACK UNCHANGED, SO A HISTORY RECORD WRITTEN BEFORE OR
000240*AFTER THE KEYWORD BECAME SENSITIVE MASKS TO THE SAME IMAGE.
000250*PMSK-MASKED COMES BACK 'Y' WHEN THE CARD IS SENSITIVE.
000260*
000270*THE DICTIONARY IS LOADED ON THE FIRST CALL. A MISSING
000280*PARMDICT DATASET MEANS NO KEYWORD IS SENSITIVE. AN I/O ERROR
000290*COMES BACK IN PMSK-RC/PMSK-MESSAGE, AS FROM PARMCHK, AND THE
000300*CALLER MUST STOP - A CARD IT CANNOT MASK MUST NOT BE SHOWN.
000310*
000320*THE FINGERPRINT IS KEYED WITH THE SITE MASKING KEY, READ ONCE
000330*FROM THE MASKKEY CONTROL DATASET (FIRST RECORD NOT A COMMENT,
000340*COLS 1-64, AT LEAST 16 SIGNIFICANT CHARACTERS). MASKKEY IS
000350*READ-PROTECTED TO THE BATCH USERIDS THAT RUN THE PARAMETER
000360*PROGRAMS AND IS NEVER LISTED, SO A FINGERPRINT CANNOT BE
000370*WORKED BACK TO A SHORT VALUE BY TRYING CANDIDATES. IT IS ONLY
000380*NEEDED WHEN THE DICTIONARY HAS A SENSITIVE KEYWORD; THEN A
000390*MISSING OR TOO SHORT KEY IS AN ERROR LIKE A PARMDICT ONE.
000400*CHANGING THE KEY CHANGES EVERY FINGERPRINT - THE NEXT DECK
000410*COMPARE SHOWS EVERY SENSITIVE VALUE AS CHANGED ONCE.
************************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT DICT-FILE ASSIGN TO PARMDICT
000470     ORGANIZATION IS LINE SEQUENTIAL
000480     ACCESS IS SEQUENTIAL
000490     FILE STATUS IS F-KEY1.
000500
000510     SELECT OPTIONAL KEY-FILE ASSIGN TO MASKKEY
000520     ORGANIZATION IS LINE SEQUENTIAL
000530     ACCESS IS SEQUENTIAL
000540     FILE STATUS IS F-KEY2.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD DICT-FILE.
000590 01 DICT-REC         PIC X(80).
000600
000610 FD KEY-FILE.
000620 01 KEY-REC          PIC X(80).
000630
000640 WORKING-STORAGE SECTION.
000650 77  CMS-IDENTIFICATION PIC X(8) VALUE 'PARMMASK'.
000660 77  CMS-ID-VALUE PIC X(44)   VALUE
000670         'CMS-ID=15/10/26/09:00:00/GWDR/JDM     /V0   '.
000680 77  F-KEY1        PIC X(2).
000690 77  F-KEY2        PIC X(2).
000700 77  WS-LOAD-FLAG  PIC X(1) VALUE 'N'.
000710 77  SENS-COUNT    PIC 9(3) COMP VALUE ZERO.
000720 77  SENS-MAX      PIC 9(3) COMP VALUE 200.
000730 77  WS-IX         PIC 9(3) COMP.
000740 77  WS-HIT        PIC 9(3) COMP.
000750 77  WS-OFF        PIC 9(2) COMP.
000760 77  WS-KLEN       PIC 9(2) COMP.
000770 77  WS-VLEN       PIC 9(2) COMP.
000780 77  WS-TRAIL      PIC 9(2) COMP.
000790 77  WS-CX         PIC 9(2) COMP.
000800 77  WS-KEY16      PIC X(16).
000810 77  WS-TEXT       PIC X(80).
000820 77  WS-VAL        PIC X(80).
000830 77  WS-OUT        PIC X(80).
000840 77  WS-HASH       PIC 9(18) COMP.
000850 77  WS-HASH-MOD   PIC 9(10) COMP VALUE 9999999967.
000860 77  WS-HASH-X     PIC 9(10).
************************************************************************
000880*    THE SITE MASKING KEY AND WHAT IS DERIVED FROM IT - THE
000890*    STARTING VALUE AND THE MULTIPLIER OF THE FINGERPRINT. THE
000900*    MULTIPLIER STAYS BELOW WS-MULT-MOD SO HASH X MULTIPLIER
000910*    FITS IN WS-HASH
************************************************************************
000930 77  WS-KEY        PIC X(64) VALUE SPACES.
000940 77  WS-KEY-LEN    PIC 9(2) COMP VALUE ZERO.
000950 77  WS-KEY-MIN    PIC 9(2) COMP VALUE 16.
000960 77  WS-KEY-SEED   PIC 9(10) COMP VALUE ZERO.
000970 77  WS-KEY-MULT   PIC 9(10) COMP VALUE ZERO.
000980 77  WS-MULT-MOD   PIC 9(8) COMP VALUE 99999989.
000990 01  DICT-DETAIL.
001000     05  DIC-APPL      PIC X(8).
001010     05  FILLER        PIC X(1).
001020     05  DIC-KEYWORD   PIC X(16).
001030     05  FILLER        PIC X(1).
001040     05  DIC-TYPE      PIC X(1).
001050     05  FILLER        PIC X(1).
001060     05  DIC-REQ       PIC X(1).
001070     05  DIC-SENS      PIC X(1).
001080     05  DIC-RULE      PIC X(50).
************************************************************************
001100*    THE SENSITIVE ENTRIES OF THE WHOLE DICTIONARY - EVERY
001110*    APPLICATION, SINCE THE HISTORY PROGRAMS MASK CARDS OF
001120*    EVERY STEP IN ONE RUN
************************************************************************
001140 01  SENS-TABLE.
001150     05  SENS-ENTRY OCCURS 200.
001160         10  ST-APPL       PIC X(8).
001170         10  ST-KEYWORD    PIC X(16).
001180 LINKAGE SECTION.
************************************************************************
001200*    REQUEST AREA SHARED WITH THE CALLER - PMSK-APPL IS THE
001210*    STEP THE CARD WAS READ UNDER, AS FOR PARMCHK
************************************************************************
001230 01  PMSK-REQUEST.
001240     05  PMSK-APPL     PIC X(8).
001250     05  PMSK-CARD     PIC X(80).
001260     05  PMSK-MASKED   PIC X(1).
001270     05  PMSK-RC       PIC X(1).
001280     05  PMSK-MESSAGE  PIC X(80).
001290 PROCEDURE DIVISION USING PMSK-REQUEST.
001300 MAIN-PARA.
001310     MOVE '0' TO PMSK-RC.
001320     MOVE SPACES TO PMSK-MESSAGE.
001330     MOVE 'N' TO PMSK-MASKED.
001340     IF WS-LOAD-FLAG = 'N'
001350         PERFORM LOAD-DICT-PARA THRU LOAD-DICT-EXIT
001360         IF PMSK-RC NOT = '0'
001370             GO TO GOBACK-PARA
001380         END-IF
001390         MOVE 'Y' TO WS-LOAD-FLAG
001400     END-IF.
001410     IF SENS-COUNT = ZERO
001420         GO TO GOBACK-PARA
001430     END-IF.
001440     PERFORM MASK-CARD-PARA THRU MASK-CARD-EXIT.
001450 GOBACK-PARA.
001460     GOBACK.
001470 LOAD-DICT-PARA.
************************************************************************
001490*         LOADS THE SENSITIVE DICTIONARY ENTRIES
************************************************************************
001510     MOVE ZERO TO SENS-COUNT.
001520     OPEN INPUT DICT-FILE.
001530     IF F-KEY1 = '35'
001540         GO TO LOAD-DICT-EXIT
001550     END-IF.
001560     IF F-KEY1 NOT = '00'
001570         MOVE '1' TO PMSK-RC
001580         STRING 'PARMDICT I/O ERROR - STATUS ' F-KEY1
001590             DELIMITED BY SIZE INTO PMSK-MESSAGE
001600         END-STRING
001610         GO TO LOAD-DICT-EXIT
001620     END-IF.
001630 LOAD-DICT-READ.
001640     READ DICT-FILE INTO DICT-DETAIL
001650         AT END GO TO LOAD-DICT-END
001660     END-READ.
001670     IF F-KEY1 NOT = '00'
001680         MOVE '1' TO PMSK-RC
001690         STRING 'PARMDICT I/O ERROR - STATUS ' F-KEY1
001700             DELIMITED BY SIZE INTO PMSK-MESSAGE
001710         END-STRING
001720         GO TO LOAD-DICT-END
001730     END-IF.
001740     IF DICT-DETAIL (1:1) = '*' OR DICT-DETAIL = SPACES
001750         GO TO LOAD-DICT-READ
001760     END-IF.
001770     IF DIC-SENS NOT = 'S'
001780         GO TO LOAD-DICT-READ
001790     END-IF.
001800     IF SENS-COUNT >= SENS-MAX
001810         MOVE '1' TO PMSK-RC
001820         MOVE 'SENSITIVE KEYWORD TABLE FULL - RAISE OCCURS'
001830             TO PMSK-MESSAGE
001840         GO TO LOAD-DICT-END
001850     END-IF.
001860     ADD 1 TO SENS-COUNT.
001870     MOVE DIC-APPL    TO ST-APPL (SENS-COUNT).
001880     MOVE DIC-KEYWORD TO ST-KEYWORD (SENS-COUNT).
001890     GO TO LOAD-DICT-READ.
001900 LOAD-DICT-END.
001910     CLOSE DICT-FILE.
001920     IF PMSK-RC = '0' AND SENS-COUNT > ZERO
001930         PERFORM LOAD-KEY-PARA THRU LOAD-KEY-EXIT
001940     END-IF.
001950 LOAD-DICT-EXIT.
001960     EXIT.
001970 LOAD-KEY-PARA.
************************************************************************
001990*    READS THE SITE MASKING KEY FROM MASKKEY AND DERIVES THE
002000*    FINGERPRINT'S STARTING VALUE AND MULTIPLIER FROM IT - THE
002010*    KEY ITSELF NEVER LEAVES THIS PROGRAM
************************************************************************
002030     OPEN INPUT KEY-FILE.
002040     IF F-KEY2 NOT = '00'
002050         MOVE '1' TO PMSK-RC
002060         STRING 'MASKKEY SITE KEY NOT AVAILABLE - STATUS ' F-KEY2
002070             DELIMITED BY SIZE INTO PMSK-MESSAGE
002080         END-STRING
002090         IF F-KEY2 = '05'
002100             CLOSE KEY-FILE
002110         END-IF
002120         GO TO LOAD-KEY-EXIT
002130     END-IF.
002140 LOAD-KEY-READ.
002150     READ KEY-FILE
002160         AT END GO TO LOAD-KEY-END
002170     END-READ.
002180     IF F-KEY2 NOT = '00'
002190         MOVE '1' TO PMSK-RC
002200         STRING 'MASKKEY I/O ERROR - STATUS ' F-KEY2
002210             DELIMITED BY SIZE INTO PMSK-MESSAGE
002220         END-STRING
002230         GO TO LOAD-KEY-END
002240     END-IF.
002250     IF KEY-REC (1:1) = '*' OR KEY-REC = SPACES
002260         GO TO LOAD-KEY-READ
002270     END-IF.
002280     MOVE KEY-REC (1:64) TO WS-KEY.
002290 LOAD-KEY-END.
002300     CLOSE KEY-FILE.
002310     MOVE SPACES TO KEY-REC.
002320     IF PMSK-RC NOT = '0'
002330         GO TO LOAD-KEY-EXIT
002340     END-IF.
002350     PERFORM KEY-LEN-SCAN
002360         VARYING WS-KEY-LEN FROM 64 BY -1
002370         UNTIL WS-KEY-LEN = ZERO
002380         OR WS-KEY (WS-KEY-LEN:1) NOT = SPACE.
002390     IF WS-KEY-LEN < WS-KEY-MIN
002400         MOVE '1' TO PMSK-RC
002410         MOVE 'MASKKEY SITE KEY MISSING OR UNDER 16 CHARACTERS'
002420             TO PMSK-MESSAGE
002430         GO TO LOAD-KEY-EXIT
002440     END-IF.
002450     MOVE ZERO TO WS-KEY-SEED WS-KEY-MULT.
002460     PERFORM KEY-DERIVE-PARA
002470         VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-KEY-LEN.
002480     COMPUTE WS-KEY-MULT =
002490         FUNCTION MOD (WS-KEY-MULT, WS-MULT-MOD - 2) + 2.
002500 LOAD-KEY-EXIT.
002510     EXIT.
002520 KEY-LEN-SCAN.
002530     EXIT.
002540 KEY-DERIVE-PARA.
002550     COMPUTE WS-KEY-SEED = FUNCTION MOD
002560         (WS-KEY-SEED * 31 + FUNCTION ORD (WS-KEY (WS-CX:1)),
002570          WS-HASH-MOD).
002580     COMPUTE WS-KEY-MULT = FUNCTION MOD
002590         (WS-KEY-MULT * 37 + FUNCTION ORD (WS-KEY (WS-CX:1)),
002600          WS-MULT-MOD).
002610 MASK-CARD-PARA.
************************************************************************
002630*    FINDS THE KEYWORD OF THE CARD (BEHIND THE DATE RANGE OF
002640*    AN EFFECTIVE-DATED CARD) AND MASKS ITS VALUE WHEN THE
002650*    KEYWORD IS SENSITIVE FOR THE APPLICATION - COMMENTS,
002660*    BLANK CARDS AND CARDS WITHOUT '=' ARE LEFT AS THEY ARE
************************************************************************
002680     IF PMSK-CARD (1:1) = '*' OR PMSK-CARD = SPACES
002690         GO TO MASK-CARD-EXIT
002700     END-IF.
002710     MOVE 1 TO WS-OFF.
002720     IF PMSK-CARD (1:1) = '<'
002730         AND PMSK-CARD (10:1) = ':'
002740         AND PMSK-CARD (19:1) = '>'
002750         MOVE 20 TO WS-OFF
002760     END-IF.
002770     MOVE PMSK-CARD (WS-OFF:) TO WS-TEXT.
002780     IF WS-TEXT (1:1) = '*' OR WS-TEXT (1:1) = SPACE
002790         GO TO MASK-CARD-EXIT
002800     END-IF.
002810     MOVE ZERO TO WS-KLEN.
002820     INSPECT WS-TEXT TALLYING WS-KLEN
002830         FOR CHARACTERS BEFORE INITIAL '='.
002840     IF WS-KLEN = ZERO OR WS-KLEN >= 80
002850         GO TO MASK-CARD-EXIT
002860     END-IF.
002870     MOVE WS-TEXT (1:WS-KLEN) TO WS-KEY16.
002880     MOVE ZERO TO WS-HIT.
002890     PERFORM SCAN-SENS-PARA
002900         VARYING WS-IX FROM 1 BY 1
002910         UNTIL WS-IX > SENS-COUNT OR WS-HIT > ZERO.
002920     IF WS-HIT = ZERO
002930         GO TO MASK-CARD-EXIT
002940     END-IF.
002950     MOVE 'Y' TO PMSK-MASKED.
002960     MOVE SPACES TO WS-VAL.
002970     IF WS-KLEN < 79
002980         MOVE WS-TEXT (WS-KLEN + 2:) TO WS-VAL
002990     END-IF.
************************************************************************
003010*    A VALUE ALREADY IN MASKED FORM IS KEPT AS IT IS
************************************************************************
003030     IF WS-VAL (1:9) = '********('
003040         AND WS-VAL (10:10) NUMERIC
003050         AND WS-VAL (20:1) = ')'
003060         AND WS-VAL (21:60) = SPACES
003070         GO TO MASK-CARD-EXIT
003080     END-IF.
003090     PERFORM FINGERPRINT-PARA.
003100     MOVE SPACES TO WS-OUT.
003110     STRING WS-TEXT (1:WS-KLEN) '=********(' WS-HASH-X ')'
003120         DELIMITED BY SIZE INTO WS-OUT
003130     END-STRING.
003140     MOVE WS-OUT TO PMSK-CARD (WS-OFF:).
003150 MASK-CARD-EXIT.
003160     EXIT.
003170 SCAN-SENS-PARA.
003180     IF ST-KEYWORD (WS-IX) = WS-KEY16
003190         AND (ST-APPL (WS-IX) = PMSK-APPL
003200              OR ST-APPL (WS-IX) = 'ALL')
003210         MOVE WS-IX TO WS-HIT
003220     END-IF.
003230 FINGERPRINT-PARA.
************************************************************************
003250*    FINGERPRINT OF THE VALUE (TRAILING SPACES DROPPED) - A
003260*    POLYNOMIAL HASH OF THE CHARACTER CODES, KEPT TO TEN
003270*    DIGITS BY A PRIME MODULUS, SO THE ORDER OF THE
003280*    CHARACTERS COUNTS AS WELL AS THE CHARACTERS THEMSELVES.
003290*    IT IS KEYED WITH THE SITE MASKING KEY (MASKKEY, SEE
003300*    LOAD-KEY-PARA): THE KEY GIVES THE STARTING VALUE AND THE
003310*    MULTIPLIER, AND IS HASHED IN AGAIN AFTER THE VALUE, SO
003320*    WITHOUT THE KEY NO CANDIDATE VALUE CAN BE CHECKED
************************************************************************
003340     MOVE ZERO TO WS-TRAIL.
003350     INSPECT FUNCTION REVERSE (WS-VAL) TALLYING WS-TRAIL
003360         FOR LEADING SPACES.
003370     COMPUTE WS-VLEN = 80 - WS-TRAIL.
003380     MOVE WS-KEY-SEED TO WS-HASH.
003390     PERFORM HASH-CHAR-PARA
003400         VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-VLEN.
003410     PERFORM HASH-KEY-PARA
003420         VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-KEY-LEN.
003430     MOVE WS-HASH TO WS-HASH-X.
003440 HASH-CHAR-PARA.
003450     COMPUTE WS-HASH = FUNCTION MOD
003460         (WS-HASH * WS-KEY-MULT + FUNCTION ORD (WS-VAL (WS-CX:1)),
003470          WS-HASH-MOD).
003480 HASH-KEY-PARA.
003490     COMPUTE WS-HASH = FUNCTION MOD
003500         (WS-HASH * WS-KEY-MULT + FUNCTION ORD (WS-KEY (WS-CX:1)),
003510          WS-HASH-MOD).
