000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARMRPL.
000030 AUTHOR.TATA CONSULTANCY SERVICES.
000040 DATE-COMPILED.OCT 2026.
************************************************************************
000060*THIS PROGRAM REGENERATES, FROM THE PARAMETER HISTORY, THE DECK
000070*A GIVEN RUN OF A JOB/STEP WAS SERVED - FOR A RERUN OF AN OLD
000080*BUSINESS DATE OR TO REPRODUCE A PROBLEM WITH THE PARAMETERS OF
000090*THE NIGHT. THE RUN IS LOOKED FOR ON THE KEYED HISTORY
000100*(PARMHIST, LOADED BY PARMLOAD) AND, WHEN THE DATE IS NO LONGER
000110*THERE, ON THE RETAINED ARCHIVES (ARCHIN, THE ARCHOUT
000120*GENERATIONS OF PARMLOAD'S PURGE CONCATENATED IN THE JCL).
000130*
000140*THE DECK (RPLOUT) HOLDS, IN THE ORDER THEY WERE SERVED, THE
000150*CARDS THE RUN HANDED BACK TO THE PROGRAM - SYMBOLS ALREADY
000160*RESOLVED, INCLUDED MEMBERS ALREADY EXPANDED, AN EFFECTIVE-DATED
000170*CARD STRIPPED OF ITS DATE RANGE AS READCARD SERVED IT. LEFT
000180*OUT ARE THE COMMENTS, THE CARDS A RESTART SKIPPED, THE CARDS
000190*NOT IN FORCE ON THE DATE AND THE BYPASS CARD; THE NIGHT'S
000200*OPERATOR OVERRIDE CARDS ARE KEPT IN THEIR PLACE ONLY ON
000210*REQUEST. RPLOUT IS READY TO BE ALLOCATED AS CARDIN, OR AS
000220*DECKIN TO PARMVFY WITH THE PARAMETER CARDS WRITTEN TO VFYPARM
000230*(APPL=, RUNDATE=, JOBNAME= OF THE RUN) AS ITS CARDIN.
000240*
000250*A VALUE STORED MASKED (KEYWORD FLAGGED SENSITIVE ON PARMDICT)
000260*CANNOT BE REGENERATED - THE CARD IS WRITTEN AS STORED, FLAGGED
000270*ON THE LISTING, AND THE RUN ENDS WITH RETURN CODE 4 SO THE
000280*VALUE IS KEYED BACK IN BEFORE THE DECK IS USED. THE CONTROL
000290*LISTING (RPLLIST) SHOWS EVERY RUN OF THE JOB/STEP ON THE DATE,
000300*THE RUN REPLAYED, EVERY CARD OF IT WITH WHAT BECAME OF IT, AND
000310*THE CARD COUNTS. NO MATCHING RUN, OR A RUNTIME= THAT MATCHES
000320*MORE THAN ONE, WRITES NO DECK AND ENDS WITH RETURN CODE 8.
000330*
000340*THE REPLAY PARAMETERS COME THROUGH READCARD:
000350*   JOBNAME=XXXXXXXX          (REQUIRED)
000360*   STEPNAME=XXXXXXXX         (REQUIRED)
000370*   RUNDATE=YYYYMMDD          (REQUIRED - THE DATE OF THE RUN)
000380*   RUNTIME=HHMMSS            (OPTIONAL - START TIME OF THE RUN,
000390*                              AS FAR AS GIVEN (HH, HHMM, ...);
000400*                              DEFAULTS TO THE LAST RUN OF THE
000410*                              DATE)
000420*   OVERRIDES=YES             (OPTIONAL - KEEP THE OPERATOR
000430*                              OVERRIDE CARDS; DEFAULTS TO NO)
000440*
000450*THE LISTING SHOWS A SENSITIVE VALUE MASKED WITH ITS FINGERPRINT
000460*(PARMMASK); THE DECK CARRIES IT AS THE HISTORY HOLDS IT.
************************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT HIST-FILE ASSIGN TO PARMHIST
000520     ORGANIZATION IS INDEXED
000530     ACCESS IS DYNAMIC
000540     RECORD KEY IS HIST-KEY
000550     FILE STATUS IS F-KEY1.
000560
000570     SELECT OPTIONAL ARCH-IN ASSIGN TO ARCHIN
000580     ORGANIZATION IS LINE SEQUENTIAL
000590     ACCESS IS SEQUENTIAL
000600     FILE STATUS IS F-KEY2.
000610
000620     SELECT RPL-FILE ASSIGN TO RPLOUT
000630     ORGANIZATION IS LINE SEQUENTIAL
000640     ACCESS IS SEQUENTIAL
000650     FILE STATUS IS F-KEY3.
000660
000670     SELECT VPM-FILE ASSIGN TO VFYPARM
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     ACCESS IS SEQUENTIAL
000700     FILE STATUS IS F-KEY4.
000710
000720     SELECT LST-FILE ASSIGN TO RPLLIST
000730     ORGANIZATION IS LINE SEQUENTIAL
000740     ACCESS IS SEQUENTIAL
000750     FILE STATUS IS F-KEY5.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD HIST-FILE.
000800 01 HIST-REC.
000810    05 HIST-KEY.
000820       10 HK-DATE      PIC 9(8).
000830       10 HK-TIME      PIC 9(8).
000840       10 HK-JOBNAME   PIC X(8).
000850       10 HK-STEPNAME  PIC X(8).
000860       10 HK-SEQ       PIC 9(5).
000870    05 HIST-DISP       PIC X(1).
000880    05 HIST-CARD       PIC X(80).
000890
000900 FD ARCH-IN.
000910 01 ARCHIN-REC       PIC X(118).
000920
000930 FD RPL-FILE.
000940 01 RPL-REC          PIC X(80).
000950
000960 FD VPM-FILE.
000970 01 VPM-REC          PIC X(80).
000980
000990 FD LST-FILE.
001000 01 LST-REC          PIC X(133).
001010
001020 WORKING-STORAGE SECTION.
001030 77  CMS-IDENTIFICATION PIC X(8) VALUE 'PARMRPL'.
001040 77  CMS-ID-VALUE PIC X(44)   VALUE
001050         'CMS-ID=15/10/26/15:00:00/GWDR/JDM     /V0   '.
001060 77  F-KEY1        PIC X(2).
001070 77  F-KEY2        PIC X(2).
001080 77  F-KEY3        PIC X(2).
001090 77  F-KEY4        PIC X(2).
001100 77  F-KEY5        PIC X(2).
001110 77  WS-JOBNAME    PIC X(8)  VALUE SPACES.
001120 77  WS-STEPNAME   PIC X(8)  VALUE SPACES.
001130 77  WS-RUNDATE    PIC 9(8)  VALUE ZERO.
001140 77  WS-RUNTIME-X  PIC X(8)  VALUE SPACES.
001150 77  WS-RT-LEN     PIC 9(2)  COMP VALUE ZERO.
001160 77  WS-OVERRIDES  PIC X(1)  VALUE 'N'.
001170 77  WS-SOURCE     PIC X(1)  VALUE SPACE.
001180 77  WS-RUN-MAX    PIC 9(3)  COMP VALUE 100.
001190 77  WS-RUN-COUNT  PIC 9(3)  COMP VALUE ZERO.
001200 77  WS-MATCH-COUNT PIC 9(3) COMP VALUE ZERO.
001210 77  WS-CHOSEN     PIC 9(3)  COMP VALUE ZERO.
001220 77  RUN-IX        PIC 9(3)  COMP.
001230 77  WS-CUR-TIME   PIC 9(8)  VALUE ZERO.
001240 77  WS-READ-COUNT PIC 9(5)  COMP VALUE ZERO.
001250 77  WS-OUT-COUNT  PIC 9(5)  COMP VALUE ZERO.
001260 77  WS-EXCL-COUNT PIC 9(5)  COMP VALUE ZERO.
001270 77  WS-OVR-COUNT  PIC 9(5)  COMP VALUE ZERO.
001280 77  WS-MASK-COUNT PIC 9(5)  COMP VALUE ZERO.
001290 77  WS-MASK-TALLY PIC 9(3)  COMP.
001300 77  WS-RPL-SEQ    PIC 9(5).
001310 77  WS-RPL-DISP   PIC X(1).
001320 77  WS-RPL-CARD   PIC X(80).
001330 77  WS-OUT-CARD   PIC X(80).
001340 77  WS-WRITE-FLAG PIC X(1).
001350 77  PY-CARTE      PIC X(80).
001360 77  PY-KEYWORD    PIC X(80).
001370 77  PY-VALUE      PIC X(80).
************************************************************************
001390*    IDENTIFICATION PASSED TO RPDUMP ON EVERY FATAL ERROR SO
001400*    THE FAILURE SURFACES AS A TITLED DUMP AND A DOCUMENTED
001410*    USER ABEND INSTEAD OF A BARE DISPLAY AND STOP RUN
************************************************************************
001430 77  PY-CALLER-PGM  PIC X(8)  VALUE 'PARMRPL'.
001440 77  PY-CALLER-PARA PIC X(30) VALUE SPACES.
001450 77  PY-CALLER-MSG  PIC X(60) VALUE SPACES.
************************************************************************
001470*    IMAGE OF THE ARCHIVED HISTORY RECORD AS WRITTEN BY
001480*    PARMLOAD - THE PARMHIST RECORD UNCHANGED
************************************************************************
001500 01  ARCH-DETAIL.
001510     05  AHK-DATE      PIC 9(8).
001520     05  AHK-TIME      PIC 9(8).
001530     05  AHK-JOBNAME   PIC X(8).
001540     05  AHK-STEPNAME  PIC X(8).
001550     05  AHK-SEQ       PIC 9(5).
001560     05  ARC-DISP      PIC X(1).
001570     05  ARC-CARD      PIC X(80).
************************************************************************
001590*    EVERY RUN OF THE JOB/STEP ON THE DATE - RUN START TIME AND
001600*    NUMBER OF CARDS ON THE HISTORY
************************************************************************
001620 01  RUN-TABLE.
001630     05  RUN-ENTRY OCCURS 100.
001640         10  RT-TIME       PIC 9(8).
001650         10  RT-TIME-X REDEFINES RT-TIME PIC X(8).
001660         10  RT-CARDS      PIC 9(5) COMP.
************************************************************************
001680*         RECORD FORMATS IN THE CONTROL LISTING
************************************************************************
001700 01  LST-TITLE-LINE.
001710     05  FILLER        PIC X(37) VALUE IS
001720         '****** REGENERATION DE CARTES - JOB ='.
001730     05  FILLER        PIC X(1) VALUE IS SPACE.
001740     05  LST-TITLE-JOB PIC X(8).
001750     05  FILLER        PIC X(8) VALUE IS '  STEP ='.
001760     05  FILLER        PIC X(1) VALUE IS SPACE.
001770     05  LST-TITLE-STEP PIC X(8).
001780     05  FILLER        PIC X(8) VALUE IS '  DATE ='.
001790     05  FILLER        PIC X(1) VALUE IS SPACE.
001800     05  LST-TITLE-DATE PIC 9(8).
001810     05  FILLER        PIC X(7) VALUE IS ' ******'.
001820     05  FILLER        PIC X(46) VALUE IS SPACES.
001830 01  LST-RUN-LINE.
001840     05  FILLER        PIC X(16) VALUE IS 'PASSAGE  HEURE ='.
001850     05  FILLER        PIC X(1) VALUE IS SPACE.
001860     05  LST-RUN-HH    PIC X(2).
001870     05  FILLER        PIC X(1) VALUE IS ':'.
001880     05  LST-RUN-MM    PIC X(2).
001890     05  FILLER        PIC X(1) VALUE IS ':'.
001900     05  LST-RUN-SS    PIC X(2).
001910     05  FILLER        PIC X(10) VALUE IS '  CARTES ='.
001920     05  LST-RUN-CARDS PIC ZZZZ9.
001930     05  FILLER        PIC X(2) VALUE IS SPACES.
001940     05  LST-RUN-FLAG  PIC X(20).
001950     05  FILLER        PIC X(71) VALUE IS SPACES.
001960 01  LST-CARD-LINE.
001970     05  FILLER        PIC X(2) VALUE IS SPACES.
001980     05  LST-CARD-SEQ  PIC ZZZZ9.
001990     05  FILLER        PIC X(1) VALUE IS SPACE.
002000     05  LST-CARD-TEXT PIC X(80).
002010     05  FILLER        PIC X(1) VALUE IS SPACE.
002020     05  LST-CARD-FLAG PIC X(26).
002030     05  FILLER        PIC X(18) VALUE IS SPACES.
002040 01  LST-TOT-LINE.
002050     05  LST-TOT-LABEL PIC X(30).
002060     05  FILLER        PIC X(3) VALUE IS ' = '.
002070     05  LST-TOT-VALUE PIC ZZZZ9.
002080     05  FILLER        PIC X(95) VALUE IS SPACES.
002090 01  LST-BLANK-LINE.
002100     05  FILLER        PIC X(133) VALUE IS SPACES.
002110 01  LST-MSG-LINE.
002120     05  LST-MSG-TEXT  PIC X(80).
002130     05  FILLER        PIC X(53) VALUE IS SPACES.
************************************************************************
002150*    SENSITIVE-VALUE MASKING REQUEST - SEE PARMMASK
************************************************************************
002170 01  PMSK-REQUEST.
002180     05  PMSK-APPL     PIC X(8).
002190     05  PMSK-CARD     PIC X(80).
002200     05  PMSK-MASKED   PIC X(1).
002210     05  PMSK-RC       PIC X(1).
002220     05  PMSK-MESSAGE  PIC X(80).
002230 PROCEDURE DIVISION.
002240 MAIN-PARA.
************************************************************************
002260*         READS THE REPLAY PARAMETERS, FINDS THE RUN ON THE
002270*         HISTORY OR ON THE ARCHIVES, THEN WRITES ITS DECK
************************************************************************
002290     PERFORM GET-PARMS-PARA THRU GET-PARMS-EXIT.
002300     IF WS-JOBNAME = SPACES OR WS-STEPNAME = SPACES
002310         OR WS-RUNDATE = ZERO
002320         MOVE 'MAIN-PARA' TO PY-CALLER-PARA
002330         MOVE 'JOBNAME= STEPNAME= AND RUNDATE= CARDS REQUIRED'
002340             TO PY-CALLER-MSG
002350         PERFORM FATAL-PARA
002360     END-IF.
002370     OPEN OUTPUT LST-FILE.
002380     PERFORM CHECK-LST-STATUS.
002390     OPEN OUTPUT RPL-FILE.
002400     PERFORM CHECK-RPL-STATUS.
002410     OPEN OUTPUT VPM-FILE.
002420     PERFORM CHECK-VPM-STATUS.
002430     MOVE WS-JOBNAME  TO LST-TITLE-JOB.
002440     MOVE WS-STEPNAME TO LST-TITLE-STEP.
002450     MOVE WS-RUNDATE  TO LST-TITLE-DATE.
002460     WRITE LST-REC FROM LST-TITLE-LINE.
002470     PERFORM CHECK-LST-STATUS.
002480     OPEN INPUT HIST-FILE.
002490     PERFORM CHECK-HIST-STATUS.
002500     PERFORM FIND-HIST-PARA THRU FIND-HIST-EXIT.
002510     IF WS-RUN-COUNT > ZERO
002520         MOVE 'H' TO WS-SOURCE
002530         MOVE 'SOURCE = HISTORIQUE (PARMHIST)' TO LST-MSG-TEXT
002540     ELSE
002550         PERFORM FIND-ARCH-PARA THRU FIND-ARCH-EXIT
002560         MOVE 'A' TO WS-SOURCE
002570         MOVE 'SOURCE = ARCHIVES (ARCHIN)' TO LST-MSG-TEXT
002580     END-IF.
002590     PERFORM WRITE-MSG-PARA.
002600     PERFORM CHOOSE-RUN-PARA THRU CHOOSE-RUN-EXIT.
002610     IF WS-CHOSEN > ZERO
002620         PERFORM REPLAY-PARA
002630     END-IF.
002640     CLOSE HIST-FILE.
002650     CLOSE RPL-FILE.
002660     CLOSE VPM-FILE.
002670     CLOSE LST-FILE.
002680     IF WS-CHOSEN = ZERO
002690         MOVE 8 TO RETURN-CODE
002700     ELSE
002710         IF WS-MASK-COUNT > ZERO
002720             MOVE 4 TO RETURN-CODE
002730         END-IF
002740     END-IF.
002750     DISPLAY 'PARMRPL - CARTES ECRITES  ' WS-OUT-COUNT.
002760     DISPLAY 'PARMRPL - CARTES EXCLUES  ' WS-EXCL-COUNT.
002770     DISPLAY 'PARMRPL - VALEURS MASQUEES ' WS-MASK-COUNT.
002780     GOBACK.
002790 GET-PARMS-PARA.
************************************************************************
002810*         READS THE REPLAY PARAMETER CARDS THROUGH READCARD
************************************************************************
002830     CALL 'READCARD' USING PY-CARTE.
002840     IF PY-CARTE = '/*'
002850         GO TO GET-PARMS-EXIT
002860     END-IF.
002870     UNSTRING PY-CARTE DELIMITED BY '='
002880         INTO PY-KEYWORD PY-VALUE
002890     END-UNSTRING.
002900     IF FUNCTION TRIM(PY-KEYWORD) = 'JOBNAME'
002910         MOVE PY-VALUE (1:8) TO WS-JOBNAME
002920         GO TO GET-PARMS-PARA
002930     END-IF.
002940     IF FUNCTION TRIM(PY-KEYWORD) = 'STEPNAME'
002950         MOVE PY-VALUE (1:8) TO WS-STEPNAME
002960         GO TO GET-PARMS-PARA
002970     END-IF.
002980     IF FUNCTION TRIM(PY-KEYWORD) = 'RUNDATE'
002990         AND PY-VALUE (1:8) NUMERIC
003000         MOVE PY-VALUE (1:8) TO WS-RUNDATE
003010         GO TO GET-PARMS-PARA
003020     END-IF.
003030     IF FUNCTION TRIM(PY-KEYWORD) = 'RUNTIME'
003040         MOVE PY-VALUE (1:8) TO WS-RUNTIME-X
003050         MOVE ZERO TO WS-RT-LEN
003060         INSPECT WS-RUNTIME-X TALLYING WS-RT-LEN
003070             FOR CHARACTERS BEFORE INITIAL SPACE
003080         IF WS-RT-LEN = ZERO
003090             OR WS-RUNTIME-X (1:WS-RT-LEN) NOT NUMERIC
003100             MOVE 'GET-PARMS-PARA' TO PY-CALLER-PARA
003110             MOVE 'RUNTIME= MUST BE HHMMSS OR ITS START'
003120                 TO PY-CALLER-MSG
003130             PERFORM FATAL-PARA
003140         END-IF
003150         GO TO GET-PARMS-PARA
003160     END-IF.
003170     IF FUNCTION TRIM(PY-KEYWORD) = 'OVERRIDES'
003180         MOVE PY-VALUE (1:1) TO WS-OVERRIDES
003190         GO TO GET-PARMS-PARA
003200     END-IF.
003210     DISPLAY 'PARMRPL - CARD IGNORED - ' PY-CARTE (1:40).
003220     GO TO GET-PARMS-PARA.
003230 GET-PARMS-EXIT.
003240     EXIT.
003250 FIND-HIST-PARA.
************************************************************************
003270*    EVERY RUN OF THE JOB/STEP ON THE DATE ON THE HISTORY - THE
003280*    KEY LEADS WITH THE DATE, SO THE DAY IS READ THROUGH AND
003290*    ONLY THE REQUESTED JOB/STEP IS NOTED
************************************************************************
003310     MOVE LOW-VALUES TO HIST-KEY.
003320     MOVE WS-RUNDATE TO HK-DATE.
003330     START HIST-FILE KEY NOT < HIST-KEY
003340         INVALID KEY GO TO FIND-HIST-EXIT
003350     END-START.
003360 FIND-HIST-READ.
003370     READ HIST-FILE NEXT RECORD
003380         AT END GO TO FIND-HIST-EXIT
003390     END-READ.
003400     PERFORM CHECK-HIST-STATUS.
003410     IF HK-DATE > WS-RUNDATE
003420         GO TO FIND-HIST-EXIT
003430     END-IF.
003440     IF HK-JOBNAME = WS-JOBNAME AND HK-STEPNAME = WS-STEPNAME
003450         MOVE HK-TIME TO WS-CUR-TIME
003460         PERFORM NOTE-RUN-PARA THRU NOTE-RUN-EXIT
003470     END-IF.
003480     GO TO FIND-HIST-READ.
003490 FIND-HIST-EXIT.
003500     EXIT.
003510 FIND-ARCH-PARA.
************************************************************************
003530*    THE SAME SEARCH ON THE ARCHIVES - SEQUENTIAL, EVERY RECORD
003540*    OF THE CONCATENATED GENERATIONS IS READ
************************************************************************
003560     OPEN INPUT ARCH-IN.
003570     PERFORM CHECK-ARCH-STATUS.
003580 FIND-ARCH-READ.
003590     READ ARCH-IN INTO ARCH-DETAIL
003600         AT END GO TO FIND-ARCH-END
003610     END-READ.
003620     PERFORM CHECK-ARCH-STATUS.
003630     IF AHK-DATE = WS-RUNDATE
003640         AND AHK-JOBNAME = WS-JOBNAME
003650         AND AHK-STEPNAME = WS-STEPNAME
003660         MOVE AHK-TIME TO WS-CUR-TIME
003670         PERFORM NOTE-RUN-PARA THRU NOTE-RUN-EXIT
003680     END-IF.
003690     GO TO FIND-ARCH-READ.
003700 FIND-ARCH-END.
003710     CLOSE ARCH-IN.
003720 FIND-ARCH-EXIT.
003730     EXIT.
003740 NOTE-RUN-PARA.
************************************************************************
003760*    COUNTS THE CARD AGAINST ITS RUN (WS-CUR-TIME), ADDING THE
003770*    RUN TO THE TABLE THE FIRST TIME IT IS SEEN
************************************************************************
003790     PERFORM SCAN-RUN-PARA
003800         VARYING RUN-IX FROM 1 BY 1
003810         UNTIL RUN-IX > WS-RUN-COUNT
003820         OR RT-TIME (RUN-IX) = WS-CUR-TIME.
003830     IF RUN-IX <= WS-RUN-COUNT
003840         ADD 1 TO RT-CARDS (RUN-IX)
003850         GO TO NOTE-RUN-EXIT
003860     END-IF.
003870     IF WS-RUN-COUNT >= WS-RUN-MAX
003880         MOVE 'NOTE-RUN-PARA' TO PY-CALLER-PARA
003890         MOVE 'RUN TABLE FULL - RAISE OCCURS' TO PY-CALLER-MSG
003900         PERFORM FATAL-PARA
003910     END-IF.
003920     ADD 1 TO WS-RUN-COUNT.
003930     MOVE WS-CUR-TIME TO RT-TIME (WS-RUN-COUNT).
003940     MOVE 1 TO RT-CARDS (WS-RUN-COUNT).
003950 NOTE-RUN-EXIT.
003960     EXIT.
003970 SCAN-RUN-PARA.
003980     EXIT.
003990 CHOOSE-RUN-PARA.
************************************************************************
004010*    WITHOUT RUNTIME= THE LAST RUN OF THE DATE IS REPLAYED;
004020*    WITH IT, THE ONE RUN WHOSE START TIME BEGINS WITH IT.
004030*    EVERY RUN FOUND IS LISTED, THE ONE REPLAYED MARKED
************************************************************************
004050     MOVE ZERO TO WS-CHOSEN WS-MATCH-COUNT.
004060     IF WS-RUN-COUNT = ZERO
004070         MOVE 'AUCUN PASSAGE TROUVE POUR CE JOB/STEP A CETTE DATE'
004080             TO LST-MSG-TEXT
004090         PERFORM WRITE-MSG-PARA
004100         GO TO CHOOSE-RUN-EXIT
004110     END-IF.
004120     PERFORM MATCH-RUN-PARA
004130         VARYING RUN-IX FROM 1 BY 1
004140         UNTIL RUN-IX > WS-RUN-COUNT.
004150     IF WS-RT-LEN > ZERO AND WS-MATCH-COUNT NOT = 1
004160         MOVE ZERO TO WS-CHOSEN
004170     END-IF.
004180     PERFORM LIST-RUN-PARA
004190         VARYING RUN-IX FROM 1 BY 1
004200         UNTIL RUN-IX > WS-RUN-COUNT.
004210     IF WS-CHOSEN > ZERO
004220         GO TO CHOOSE-RUN-EXIT
004230     END-IF.
004240     IF WS-MATCH-COUNT = ZERO
004250         MOVE 'AUCUN PASSAGE A L''HEURE DEMANDEE (RUNTIME=)'
004260             TO LST-MSG-TEXT
004270     ELSE
004280         MOVE 'PLUSIEURS PASSAGES - PRECISER RUNTIME='
004290             TO LST-MSG-TEXT
004300     END-IF.
004310     PERFORM WRITE-MSG-PARA.
004320 CHOOSE-RUN-EXIT.
004330     EXIT.
004340 MATCH-RUN-PARA.
004350     IF WS-RT-LEN = ZERO
004360         IF WS-CHOSEN = ZERO
004370             OR RT-TIME (RUN-IX) > RT-TIME (WS-CHOSEN)
004380             MOVE RUN-IX TO WS-CHOSEN
004390         END-IF
004400     ELSE
004410         IF RT-TIME-X (RUN-IX) (1:WS-RT-LEN)
004420             = WS-RUNTIME-X (1:WS-RT-LEN)
004430             ADD 1 TO WS-MATCH-COUNT
004440             MOVE RUN-IX TO WS-CHOSEN
004450         END-IF
004460     END-IF.
004470 LIST-RUN-PARA.
004480     MOVE RT-TIME-X (RUN-IX) (1:2) TO LST-RUN-HH.
004490     MOVE RT-TIME-X (RUN-IX) (3:2) TO LST-RUN-MM.
004500     MOVE RT-TIME-X (RUN-IX) (5:2) TO LST-RUN-SS.
004510     MOVE RT-CARDS (RUN-IX) TO LST-RUN-CARDS.
004520     MOVE SPACES TO LST-RUN-FLAG.
004530     IF RUN-IX = WS-CHOSEN
004540         MOVE '<== REGENERE' TO LST-RUN-FLAG
004550     END-IF.
004560     WRITE LST-REC FROM LST-RUN-LINE.
004570     PERFORM CHECK-LST-STATUS.
004580 REPLAY-PARA.
************************************************************************
004600*    WRITES THE DECK OF THE CHOSEN RUN, THE PARMVFY PARAMETER
004610*    CARDS AND THE TOTALS
************************************************************************
004630     MOVE RT-TIME (WS-CHOSEN) TO WS-CUR-TIME.
004640     IF WS-OVERRIDES = 'Y'
004650         MOVE 'CARTES OVERRIDE OPERATEUR CONSERVEES'
004660             TO LST-MSG-TEXT
004670     ELSE
004680         MOVE 'CARTES OVERRIDE OPERATEUR EXCLUES'
004690             TO LST-MSG-TEXT
004700     END-IF.
004710     PERFORM WRITE-MSG-PARA.
004720     WRITE LST-REC FROM LST-BLANK-LINE.
004730     PERFORM CHECK-LST-STATUS.
004740     IF WS-SOURCE = 'H'
004750         PERFORM COPY-HIST-PARA THRU COPY-HIST-EXIT
004760     ELSE
004770         PERFORM COPY-ARCH-PARA THRU COPY-ARCH-EXIT
004780     END-IF.
004790     MOVE SPACES TO VPM-REC.
004800     STRING 'APPL=' WS-STEPNAME
004810         DELIMITED BY SIZE INTO VPM-REC
004820     END-STRING.
004830     PERFORM WRITE-VPM-PARA.
004840     MOVE SPACES TO VPM-REC.
004850     STRING 'RUNDATE=' WS-RUNDATE
004860         DELIMITED BY SIZE INTO VPM-REC
004870     END-STRING.
004880     PERFORM WRITE-VPM-PARA.
004890     MOVE SPACES TO VPM-REC.
004900     STRING 'JOBNAME=' WS-JOBNAME
004910         DELIMITED BY SIZE INTO VPM-REC
004920     END-STRING.
004930     PERFORM WRITE-VPM-PARA.
004940     WRITE LST-REC FROM LST-BLANK-LINE.
004950     PERFORM CHECK-LST-STATUS.
004960     MOVE 'CARTES LUES DU PASSAGE' TO LST-TOT-LABEL.
004970     MOVE WS-READ-COUNT TO LST-TOT-VALUE.
004980     PERFORM WRITE-TOT-PARA.
004990     MOVE 'CARTES ECRITES (RPLOUT)' TO LST-TOT-LABEL.
005000     MOVE WS-OUT-COUNT TO LST-TOT-VALUE.
005010     PERFORM WRITE-TOT-PARA.
005020     MOVE '  DONT OVERRIDES OPERATEUR' TO LST-TOT-LABEL.
005030     MOVE WS-OVR-COUNT TO LST-TOT-VALUE.
005040     PERFORM WRITE-TOT-PARA.
005050     MOVE 'CARTES EXCLUES' TO LST-TOT-LABEL.
005060     MOVE WS-EXCL-COUNT TO LST-TOT-VALUE.
005070     PERFORM WRITE-TOT-PARA.
005080     MOVE 'VALEURS MASQUEES A RESAISIR' TO LST-TOT-LABEL.
005090     MOVE WS-MASK-COUNT TO LST-TOT-VALUE.
005100     PERFORM WRITE-TOT-PARA.
005110 COPY-HIST-PARA.
************************************************************************
005130*    READS THE CHOSEN RUN FROM THE HISTORY IN CARD SEQUENCE
************************************************************************
005150     MOVE WS-RUNDATE  TO HK-DATE.
005160     MOVE WS-CUR-TIME TO HK-TIME.
005170     MOVE WS-JOBNAME  TO HK-JOBNAME.
005180     MOVE WS-STEPNAME TO HK-STEPNAME.
005190     MOVE ZERO        TO HK-SEQ.
005200     START HIST-FILE KEY NOT < HIST-KEY
005210         INVALID KEY GO TO COPY-HIST-EXIT
005220     END-START.
005230 COPY-HIST-READ.
005240     READ HIST-FILE NEXT RECORD
005250         AT END GO TO COPY-HIST-EXIT
005260     END-READ.
005270     PERFORM CHECK-HIST-STATUS.
005280     IF HK-DATE NOT = WS-RUNDATE
005290         OR HK-TIME NOT = WS-CUR-TIME
005300         OR HK-JOBNAME NOT = WS-JOBNAME
005310         OR HK-STEPNAME NOT = WS-STEPNAME
005320         GO TO COPY-HIST-EXIT
005330     END-IF.
005340     MOVE HK-SEQ    TO WS-RPL-SEQ.
005350     MOVE HIST-DISP TO WS-RPL-DISP.
005360     MOVE HIST-CARD TO WS-RPL-CARD.
005370     PERFORM REPLAY-CARD-PARA THRU REPLAY-CARD-EXIT.
005380     GO TO COPY-HIST-READ.
005390 COPY-HIST-EXIT.
005400     EXIT.
005410 COPY-ARCH-PARA.
************************************************************************
005430*    READS THE CHOSEN RUN FROM THE ARCHIVES - A SECOND PASS,
005440*    THE RECORDS OF A RUN LIE TOGETHER IN CARD SEQUENCE
************************************************************************
005460     OPEN INPUT ARCH-IN.
005470     PERFORM CHECK-ARCH-STATUS.
005480 COPY-ARCH-READ.
005490     READ ARCH-IN INTO ARCH-DETAIL
005500         AT END GO TO COPY-ARCH-END
005510     END-READ.
005520     PERFORM CHECK-ARCH-STATUS.
005530     IF AHK-DATE NOT = WS-RUNDATE
005540         OR AHK-TIME NOT = WS-CUR-TIME
005550         OR AHK-JOBNAME NOT = WS-JOBNAME
005560         OR AHK-STEPNAME NOT = WS-STEPNAME
005570         GO TO COPY-ARCH-READ
005580     END-IF.
005590     MOVE AHK-SEQ  TO WS-RPL-SEQ.
005600     MOVE ARC-DISP TO WS-RPL-DISP.
005610     MOVE ARC-CARD TO WS-RPL-CARD.
005620     PERFORM REPLAY-CARD-PARA THRU REPLAY-CARD-EXIT.
005630     GO TO COPY-ARCH-READ.
005640 COPY-ARCH-END.
005650     CLOSE ARCH-IN.
005660 COPY-ARCH-EXIT.
005670     EXIT.
005680 REPLAY-CARD-PARA.
************************************************************************
005700*    ONE CARD OF THE RUN - WRITTEN TO THE DECK WHEN THE RUN WAS
005710*    SERVED IT ('L', AND 'O' ON REQUEST), LISTED EITHER WAY
005720*    WITH WHAT BECAME OF IT
************************************************************************
005740     ADD 1 TO WS-READ-COUNT.
005750     MOVE 'N' TO WS-WRITE-FLAG.
005760     MOVE SPACES TO LST-CARD-FLAG.
005770     IF WS-RPL-DISP = 'L'
005780         MOVE 'Y' TO WS-WRITE-FLAG
005790     END-IF.
005800     IF WS-RPL-DISP = 'O'
005810         IF WS-OVERRIDES = 'Y'
005820             MOVE 'Y' TO WS-WRITE-FLAG
005830             MOVE '*OVERRIDE OPERATEUR*' TO LST-CARD-FLAG
005840             ADD 1 TO WS-OVR-COUNT
005850         ELSE
005860             MOVE '*EXCLUE - OVERRIDE*' TO LST-CARD-FLAG
005870         END-IF
005880     END-IF.
005890     IF WS-RPL-DISP = 'C'
005900         MOVE '*EXCLUE - COMMENTAIRE*' TO LST-CARD-FLAG
005910     END-IF.
005920     IF WS-RPL-DISP = 'R'
005930         MOVE '*EXCLUE - SAUTEE REPRISE*' TO LST-CARD-FLAG
005940     END-IF.
005950     IF WS-RPL-DISP = 'N'
005960         MOVE '*EXCLUE - NON RETENUE*' TO LST-CARD-FLAG
005970     END-IF.
005980     IF WS-RPL-DISP = 'B'
005990         MOVE '*EXCLUE - BYPASS*' TO LST-CARD-FLAG
006000     END-IF.
006010     MOVE WS-RPL-CARD TO WS-OUT-CARD.
006020     IF WS-WRITE-FLAG = 'N'
006030         ADD 1 TO WS-EXCL-COUNT
006040         GO TO REPLAY-CARD-LIST
006050     END-IF.
************************************************************************
006070*    AN EFFECTIVE-DATED CARD IS ON THE HISTORY IN ITS RAW
006080*    <FROM:TO>TEXT FORM - THE RUN WAS SERVED THE TEXT
************************************************************************
006100     IF WS-RPL-CARD (1:1) = '<'
006110         AND WS-RPL-CARD (10:1) = ':'
006120         AND WS-RPL-CARD (19:1) = '>'
006130         MOVE WS-RPL-CARD (20:61) TO WS-OUT-CARD
006140     END-IF.
006150     MOVE ZERO TO WS-MASK-TALLY.
006160     INSPECT WS-OUT-CARD TALLYING WS-MASK-TALLY
006170         FOR ALL '=********('.
006180     IF WS-MASK-TALLY > ZERO
006190         MOVE '*VALEUR MASQUEE-A SAISIR*' TO LST-CARD-FLAG
006200         ADD 1 TO WS-MASK-COUNT
006210     END-IF.
006220     WRITE RPL-REC FROM WS-OUT-CARD.
006230     PERFORM CHECK-RPL-STATUS.
006240     ADD 1 TO WS-OUT-COUNT.
006250 REPLAY-CARD-LIST.
006260     MOVE WS-RPL-SEQ TO LST-CARD-SEQ.
006270     MOVE WS-STEPNAME TO PMSK-APPL.
006280     MOVE WS-OUT-CARD TO PMSK-CARD.
006290     PERFORM MASK-PARA.
006300     MOVE PMSK-CARD TO LST-CARD-TEXT.
006310     WRITE LST-REC FROM LST-CARD-LINE.
006320     PERFORM CHECK-LST-STATUS.
006330 REPLAY-CARD-EXIT.
006340     EXIT.
006350 WRITE-VPM-PARA.
006360     WRITE VPM-REC.
006370     PERFORM CHECK-VPM-STATUS.
006380     MOVE VPM-REC TO LST-MSG-TEXT.
006390     PERFORM WRITE-MSG-PARA.
006400 WRITE-MSG-PARA.
006410     WRITE LST-REC FROM LST-MSG-LINE.
006420     PERFORM CHECK-LST-STATUS.
006430 WRITE-TOT-PARA.
006440     WRITE LST-REC FROM LST-TOT-LINE.
006450     PERFORM CHECK-LST-STATUS.
006460 CHECK-HIST-STATUS.
************************************************************************
006480*    STOPS THE JOB IF PARMHIST CANNOT BE OPENED OR READ
************************************************************************
006500     IF F-KEY1 NOT = '00' AND F-KEY1 NOT = '02'
006510         MOVE 'CHECK-HIST-STATUS' TO PY-CALLER-PARA
006520         STRING 'I/O ERROR ON PARMHIST - STATUS ' F-KEY1
006530             DELIMITED BY SIZE INTO PY-CALLER-MSG
006540         END-STRING
006550         PERFORM FATAL-PARA
006560     END-IF.
006570 CHECK-ARCH-STATUS.
************************************************************************
006590*    STOPS THE JOB IF ARCHIN CANNOT BE OPENED OR READ - NO
006600*    ARCHIN ALLOCATED IS NOT AN ERROR, THE ARCHIVES ARE ONLY
006610*    NEEDED FOR A DATE NO LONGER ON THE HISTORY
************************************************************************
006630     IF F-KEY2 NOT = '00' AND F-KEY2 NOT = '05'
006640         AND F-KEY2 NOT = '10'
006650         MOVE 'CHECK-ARCH-STATUS' TO PY-CALLER-PARA
006660         STRING 'I/O ERROR ON ARCHIN - STATUS ' F-KEY2
006670             DELIMITED BY SIZE INTO PY-CALLER-MSG
006680         END-STRING
006690         PERFORM FATAL-PARA
006700     END-IF.
006710 CHECK-RPL-STATUS.
************************************************************************
006730*    STOPS THE JOB IF RPLOUT CANNOT BE OPENED OR WRITTEN TO
************************************************************************
006750     IF F-KEY3 NOT = '00'
006760         MOVE 'CHECK-RPL-STATUS' TO PY-CALLER-PARA
006770         STRING 'I/O ERROR ON RPLOUT - STATUS ' F-KEY3
006780             DELIMITED BY SIZE INTO PY-CALLER-MSG
006790         END-STRING
006800         PERFORM FATAL-PARA
006810     END-IF.
006820 CHECK-VPM-STATUS.
************************************************************************
006840*    STOPS THE JOB IF VFYPARM CANNOT BE OPENED OR WRITTEN TO
************************************************************************
006860     IF F-KEY4 NOT = '00'
006870         MOVE 'CHECK-VPM-STATUS' TO PY-CALLER-PARA
006880         STRING 'I/O ERROR ON VFYPARM - STATUS ' F-KEY4
006890             DELIMITED BY SIZE INTO PY-CALLER-MSG
006900         END-STRING
006910         PERFORM FATAL-PARA
006920     END-IF.
006930 CHECK-LST-STATUS.
************************************************************************
006950*    STOPS THE JOB IF RPLLIST CANNOT BE OPENED OR WRITTEN TO
************************************************************************
006970     IF F-KEY5 NOT = '00'
006980         MOVE 'CHECK-LST-STATUS' TO PY-CALLER-PARA
006990         STRING 'I/O ERROR ON RPLLIST - STATUS ' F-KEY5
007000             DELIMITED BY SIZE INTO PY-CALLER-MSG
007010         END-STRING
007020         PERFORM FATAL-PARA
007030     END-IF.
007040 MASK-PARA.
************************************************************************
007060*    MASKS THE VALUE OF THE CARD IN PMSK-CARD IN PLACE WHEN ITS
007070*    KEYWORD IS SENSITIVE FOR THE STEP - ONLY THE LISTING IS
007080*    MASKED. A DICTIONARY PARMMASK CANNOT READ STOPS THE REPLAY
************************************************************************
007100     CALL 'PARMMASK' USING PMSK-REQUEST.
007110     IF PMSK-RC NOT = '0'
007120         MOVE 'MASK-PARA' TO PY-CALLER-PARA
007130         MOVE PMSK-MESSAGE TO PY-CALLER-MSG
007140         PERFORM FATAL-PARA
007150     END-IF.
007160 FATAL-PARA.
************************************************************************
007180*    HANDS THE FAILURE TO RPDUMP - TITLED DIAGNOSTIC DUMP AND
007190*    DOCUMENTED USER ABEND. THE STOP RUN IS A BACKSTOP ONLY,
007200*    FOR THE CASE WHERE RPDUMP ITSELF COMES BACK
************************************************************************
007220     CALL 'RPDUMP' USING PY-CALLER-PGM PY-CALLER-PARA
007230                         PY-CALLER-MSG.
007240     STOP RUN.
