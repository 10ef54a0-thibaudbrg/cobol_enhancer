000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARMONL.
000030 AUTHOR.TATA CONSULTANCY SERVICES.
000040 DATE-COMPILED.OCT 2026.
************************************************************************
000060*THIS PROGRAM IS THE PINQ ONLINE PARAMETER INQUIRY TRANSACTION -
000070*THE CICS COUNTERPART OF THE PARMINQ AND PARMXINQ BATCH LISTINGS,
000080*SO 'WHAT DID THIS JOB RUN WITH LAST NIGHT' NO LONGER NEEDS A
000090*BATCH SUBMISSION. IT IS PSEUDO-CONVERSATIONAL OVER THE TWO MAPS
000100*OF MAPSET PARMMAP:
000110*   PARMM1 - JOBNAME AND DATE; PAGES THROUGH THE RUNS OF THE JOB
000120*            ON THAT DATE IN PARMHIST, ONE HEADING PER RUN (TIME
000130*            AND STEP) FOLLOWED BY ITS CARDS WITH THE DISPOSITION
000140*            (L/C/N/R/O/B) AND THE CARD TEXT
000150*   PARMM2 - KEYWORD AND OPTIONAL VALUE; PAGES THROUGH THE
000160*            PARMXREF HITS FOR THE KEYWORD (ONLY THE HITS WITH
000170*            THAT EXACT VALUE WHEN ONE IS GIVEN)
000180*THE VALUE OF A KEYWORD FLAGGED SENSITIVE ON PARMDICT IS STORED
000190*ON PARMHIST AND PARMXREF MASKED AS ********(NNNNNNNNNN) -
000200*PARMLOAD MASKS IT ON LOAD AND RE-MASKS THE RETAINED RECORDS
000210*STORED BEFORE THE FLAG WAS SET - AND IS SHOWN HERE AS STORED.
000220*UNLIKE PARMXINQ VALUE=, WHICH MATCHES A CLEAR VALUE ON ITS
000230*FINGERPRINT, THIS TRANSACTION CANNOT CALL PARMMASK: A VALUE
000240*SEARCH ON A SENSITIVE KEYWORD NEEDS THE MASKED FORM SHOWN ON
000250*THE SCREEN OR A LISTING, AND A CLEAR VALUE IS ANSWERED WITH A
000260*MESSAGE SAYING SO INSTEAD OF AN EMPTY LIST.
000270*KEYS: ENTER NEW SEARCH, PF8 NEXT PAGE, PF7 PREVIOUS PAGE, PF2
000280*SWITCH SCREEN, PF3 OR CLEAR END THE TRANSACTION.
000290*
000300*THE SEARCH AND THE START KEY OF EVERY PAGE SHOWN SO FAR TRAVEL
000310*IN THE COMMAREA, SO PF7 RESTARTS THE BROWSE ON A SAVED KEY
000320*INSTEAD OF READING BACKWARDS. PARMHIST AND PARMXREF ARE READ
000330*THROUGH THE FILE DEFINITIONS OF THE SAME NAME.
000340*A CICS CONDITION OTHER THAN THE EXPECTED NOTFND/ENDFILE/MAPFAIL
000350*GOES TO RPDUMP, WHICH TAKES THE CICS TRANSACTION DUMP, AND THE
000360*TASK IS THEN ABENDED PONL WITHOUT A SECOND DUMP.
************************************************************************
000380 ENVIRONMENT DIVISION.
000390 DATA DIVISION.
000400 WORKING-STORAGE SECTION.
000410 77  CMS-IDENTIFICATION PIC X(8) VALUE 'PARMONL'.
000420 77  CMS-ID-VALUE PIC X(44)   VALUE
000430         'CMS-ID=15/10/26/09:00:00/GWDR/JDM     /V0   '.
000440 77  WS-RESP       PIC S9(8) COMP.
000450 77  WS-RESP-D     PIC 9(8).
000460 77  WS-CICS-CMD   PIC X(8).
000470 77  WS-PAGE-MAX   PIC 9(3) VALUE 50.
000480 77  WS-LINE-MAX   PIC 9(2) VALUE 15.
000490 77  WS-LINE-IX    PIC 9(2) COMP.
000500 77  WS-NEED       PIC 9(2) COMP.
000510 77  WS-HIT-COUNT  PIC 9(5) COMP.
000520 77  WS-MSG        PIC X(79).
000530 77  WS-DATE-X     PIC X(8).
000540 77  WS-HIST-RID   PIC X(37).
000550 77  WS-XREF-RID   PIC X(53).
000560 77  WS-NEXT-KEY   PIC X(53).
000570 77  WS-CUR-RUN    PIC X(16).
000580 77  WS-LAST-RUN   PIC X(16).
000590 77  WS-PAGE-EDIT  PIC ZZ9.
000600 77  WS-END-TEXT   PIC X(30) VALUE
000610         'PINQ - FIN DE LA CONSULTATION'.
000620 77  WS-FIRST-HIT  PIC X(1).
000630 77  WS-MASK-TEXT  PIC X(79) VALUE
000640         'MOT-CLE SENSIBLE - SAISIR LA VALEUR MASQUEE AFFICHEE'.
************************************************************************
000660*    IDENTIFICATION PASSED TO RPDUMP ON EVERY FATAL ERROR SO
000670*    THE FAILURE SURFACES AS A TITLED CICS TRANSACTION DUMP
************************************************************************
000690 77  PO-CALLER-PGM  PIC X(8)  VALUE 'PARMONL'.
000700 77  PO-CALLER-PARA PIC X(30) VALUE SPACES.
000710 77  PO-CALLER-MSG  PIC X(60) VALUE SPACES.
************************************************************************
000730*    CONVERSATION STATE KEPT BETWEEN TASKS - CA-SCREEN 'H'
000740*    HISTORY (PARMM1) OR 'X' CROSS-REFERENCE (PARMM2), THE
000750*    SEARCH, THE PAGE ON SHOW (ZERO = NO SEARCH YET), WHETHER
000760*    MORE FOLLOWS, AND THE START KEY OF EVERY PAGE SEEN
************************************************************************
000780 01  WS-COMMAREA.
000790     05  CA-SCREEN     PIC X(1).
000800     05  CA-JOBNAME    PIC X(8).
000810     05  CA-DATE       PIC 9(8).
000820     05  CA-KEYWORD    PIC X(16).
000830     05  CA-VALUE      PIC X(40).
000840     05  CA-PAGE-NO    PIC 9(3).
000850     05  CA-MORE       PIC X(1).
000860     05  CA-PAGE-KEY   PIC X(53) OCCURS 50.
************************************************************************
000880*    PARMHIST AND PARMXREF RECORDS - SEE PARMLOAD
************************************************************************
000900 01  HIST-REC.
000910     05  HIST-KEY.
000920         10  HK-DATE     PIC 9(8).
000930         10  HK-TIME     PIC 9(8).
000940         10  HK-JOBNAME  PIC X(8).
000950         10  HK-STEPNAME PIC X(8).
000960         10  HK-SEQ      PIC 9(5).
000970     05  HIST-DISP       PIC X(1).
000980     05  HIST-CARD       PIC X(80).
000990 01  XREF-REC.
001000     05  XREF-KEY.
001010         10  XK-KEYWORD  PIC X(16).
001020         10  XK-DATE     PIC 9(8).
001030         10  XK-TIME     PIC 9(8).
001040         10  XK-JOBNAME  PIC X(8).
001050         10  XK-STEPNAME PIC X(8).
001060         10  XK-SEQ      PIC 9(5).
001070     05  XREF-DISP       PIC X(1).
001080     05  XREF-VALUE      PIC X(60).
************************************************************************
001100*         SCREEN LINE FORMATS
************************************************************************
001120 01  HIST-RUN-LINE.
001130     05  FILLER        PIC X(12) VALUE '--- PASSAGE '.
001140     05  HRL-HH        PIC X(2).
001150     05  FILLER        PIC X(1) VALUE ':'.
001160     05  HRL-MM        PIC X(2).
001170     05  FILLER        PIC X(1) VALUE ':'.
001180     05  HRL-SS        PIC X(2).
001190     05  FILLER        PIC X(7) VALUE '  STEP '.
001200     05  HRL-STEP      PIC X(8).
001210     05  FILLER        PIC X(4) VALUE ' ---'.
001220     05  FILLER        PIC X(40) VALUE SPACES.
001230 01  HIST-CARD-LINE.
001240     05  HCL-SEQ       PIC ZZZZ9.
001250     05  FILLER        PIC X(1) VALUE SPACE.
001260     05  HCL-DISP      PIC X(1).
001270     05  FILLER        PIC X(1) VALUE SPACE.
001280     05  HCL-CARD      PIC X(71).
************************************************************************
001300*    CARD COLUMNS 72-80 ON A LINE OF THEIR OWN, INDENTED UNDER
001310*    THE CARD TEXT, WHEN THE CARD RUNS PAST COLUMN 71
************************************************************************
001330 01  HIST-CONT-LINE.
001340     05  FILLER        PIC X(8) VALUE SPACES.
001350     05  HCC-CARD      PIC X(9).
001360     05  FILLER        PIC X(62) VALUE SPACES.
001370 01  XREF-HIT-LINE.
001380     05  XHL-DATE      PIC 9(8).
001390     05  FILLER        PIC X(1) VALUE SPACE.
001400     05  XHL-TIME      PIC X(6).
001410     05  FILLER        PIC X(1) VALUE SPACE.
001420     05  XHL-JOB       PIC X(8).
001430     05  FILLER        PIC X(1) VALUE SPACE.
001440     05  XHL-STEP      PIC X(8).
001450     05  FILLER        PIC X(1) VALUE SPACE.
001460     05  XHL-SEQ       PIC ZZZZ9.
001470     05  FILLER        PIC X(1) VALUE SPACE.
001480     05  XHL-DISP      PIC X(1).
001490     05  FILLER        PIC X(1) VALUE SPACE.
001500     05  XHL-VALUE     PIC X(37).
************************************************************************
001520*    SYMBOLIC MAPS OF MAPSET PARMMAP - MUST MATCH THE PARMMAP
001530*    BMS SOURCE FIELD FOR FIELD (TIOAPFX=YES)
************************************************************************
001550 01  PARMM1I.
001560     05  FILLER        PIC X(12).
001570     05  HJOBL         PIC S9(4) COMP.
001580     05  HJOBF         PIC X(1).
001590     05  HJOBI         PIC X(8).
001600     05  HDATEL        PIC S9(4) COMP.
001610     05  HDATEF        PIC X(1).
001620     05  HDATEI        PIC X(8).
001630     05  HLINED        OCCURS 15.
001640         10  HLINEL    PIC S9(4) COMP.
001650         10  HLINEF    PIC X(1).
001660         10  HLINEI    PIC X(79).
001670     05  HMSGL         PIC S9(4) COMP.
001680     05  HMSGF         PIC X(1).
001690     05  HMSGI         PIC X(79).
001700 01  PARMM1O REDEFINES PARMM1I.
001710     05  FILLER        PIC X(12).
001720     05  FILLER        PIC X(3).
001730     05  HJOBO         PIC X(8).
001740     05  FILLER        PIC X(3).
001750     05  HDATEO        PIC X(8).
001760     05  HLINEDO       OCCURS 15.
001770         10  FILLER    PIC X(3).
001780         10  HLINEO    PIC X(79).
001790     05  FILLER        PIC X(3).
001800     05  HMSGO         PIC X(79).
001810 01  PARMM2I.
001820     05  FILLER        PIC X(12).
001830     05  XKEYL         PIC S9(4) COMP.
001840     05  XKEYF         PIC X(1).
001850     05  XKEYI         PIC X(16).
001860     05  XVALL         PIC S9(4) COMP.
001870     05  XVALF         PIC X(1).
001880     05  XVALI         PIC X(40).
001890     05  XLINED        OCCURS 15.
001900         10  XLINEL    PIC S9(4) COMP.
001910         10  XLINEF    PIC X(1).
001920         10  XLINEI    PIC X(79).
001930     05  XMSGL         PIC S9(4) COMP.
001940     05  XMSGF         PIC X(1).
001950     05  XMSGI         PIC X(79).
001960 01  PARMM2O REDEFINES PARMM2I.
001970     05  FILLER        PIC X(12).
001980     05  FILLER        PIC X(3).
001990     05  XKEYO         PIC X(16).
002000     05  FILLER        PIC X(3).
002010     05  XVALO         PIC X(40).
002020     05  XLINEDO       OCCURS 15.
002030         10  FILLER    PIC X(3).
002040         10  XLINEO    PIC X(79).
002050     05  FILLER        PIC X(3).
002060     05  XMSGO         PIC X(79).
002070     COPY DFHAID.
002080 LINKAGE SECTION.
002090 01  DFHCOMMAREA       PIC X(2727).
002100 PROCEDURE DIVISION.
002110 MAIN-PARA.
************************************************************************
002130*    FIRST TIME IN (NO COMMAREA) SHOWS THE EMPTY HISTORY SCREEN,
002140*    OTHERWISE THE ATTENTION KEY DECIDES WHAT IS DONE
************************************************************************
002160     MOVE SPACES TO WS-MSG.
002170     IF EIBCALEN = ZERO
002180         MOVE SPACES TO WS-COMMAREA
002190         MOVE 'H' TO CA-SCREEN
002200         MOVE ZERO TO CA-DATE CA-PAGE-NO
002210         MOVE 'N' TO CA-MORE
002220         MOVE 'SAISIR LE JOB ET LA DATE PUIS ENTREE' TO WS-MSG
002230         GO TO SEND-SCREEN-PARA
002240     END-IF.
002250     MOVE DFHCOMMAREA TO WS-COMMAREA.
002260     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
002270         GO TO END-SESSION-PARA
002280     END-IF.
002290     IF EIBAID = DFHPF2
002300         GO TO SWITCH-SCREEN-PARA
002310     END-IF.
002320     IF EIBAID = DFHENTER
002330         GO TO ENTER-PARA
002340     END-IF.
002350     IF EIBAID = DFHPF8
002360         GO TO NEXT-PAGE-PARA
002370     END-IF.
002380     IF EIBAID = DFHPF7
002390         GO TO PREV-PAGE-PARA
002400     END-IF.
002410     MOVE 'TOUCHE INVALIDE' TO WS-MSG.
002420     GO TO SEND-SCREEN-PARA.
002430 SWITCH-SCREEN-PARA.
************************************************************************
002450*    PF2 - TOGGLES BETWEEN THE TWO SCREENS. THE SEARCH OF THE
002460*    SCREEN LEFT IS KEPT FOR DISPLAY BUT NO LONGER PAGED
************************************************************************
002480     IF CA-SCREEN = 'H'
002490         MOVE 'X' TO CA-SCREEN
002500         MOVE 'SAISIR LE MOT-CLE (ET LA VALEUR) PUIS ENTREE'
002510             TO WS-MSG
002520     ELSE
002530         MOVE 'H' TO CA-SCREEN
002540         MOVE 'SAISIR LE JOB ET LA DATE PUIS ENTREE' TO WS-MSG
002550     END-IF.
002560     MOVE ZERO TO CA-PAGE-NO.
002570     MOVE 'N' TO CA-MORE.
002580     GO TO SEND-SCREEN-PARA.
002590 ENTER-PARA.
************************************************************************
002610*    ENTER - RECEIVES AND EDITS THE SEARCH OF THE SCREEN ON
002620*    SHOW AND POSITIONS ON ITS FIRST PAGE
************************************************************************
002640     MOVE ZERO TO CA-PAGE-NO.
002650     MOVE 'N' TO CA-MORE.
002660     IF CA-SCREEN = 'X'
002670         GO TO ENTER-XREF-PARA
002680     END-IF.
002690     EXEC CICS RECEIVE MAP('PARMM1') MAPSET('PARMMAP')
002700         INTO(PARMM1I) RESP(WS-RESP)
002710     END-EXEC.
002720     IF WS-RESP = DFHRESP(MAPFAIL)
002730         MOVE 'SAISIR LE JOB ET LA DATE PUIS ENTREE' TO WS-MSG
002740         GO TO SEND-SCREEN-PARA
002750     END-IF.
002760     IF WS-RESP NOT = DFHRESP(NORMAL)
002770         MOVE 'ENTER-PARA' TO PO-CALLER-PARA
002780         MOVE 'PARMM1  ' TO WS-CICS-CMD
002790         PERFORM CICS-ERROR-PARA
002800     END-IF.
002810     IF HJOBL = ZERO
002820         MOVE SPACES TO CA-JOBNAME
002830     ELSE
002840         MOVE HJOBI TO CA-JOBNAME
002850     END-IF.
002860     MOVE ZERO TO CA-DATE.
002870     IF HDATEL = ZERO
002880         MOVE SPACES TO WS-DATE-X
002890     ELSE
002900         MOVE HDATEI TO WS-DATE-X
002910     END-IF.
002920     IF CA-JOBNAME = SPACES
002930         MOVE 'LE JOB EST OBLIGATOIRE' TO WS-MSG
002940         GO TO SEND-SCREEN-PARA
002950     END-IF.
002960     IF WS-DATE-X NOT NUMERIC
002970         OR WS-DATE-X (5:2) < '01' OR WS-DATE-X (5:2) > '12'
002980         OR WS-DATE-X (7:2) < '01' OR WS-DATE-X (7:2) > '31'
002990         MOVE 'DATE INVALIDE - FORMAT AAAAMMJJ' TO WS-MSG
003000         GO TO SEND-SCREEN-PARA
003010     END-IF.
003020     MOVE WS-DATE-X TO CA-DATE.
003030     MOVE LOW-VALUES TO WS-HIST-RID.
003040     MOVE WS-DATE-X TO WS-HIST-RID (1:8).
003050     MOVE WS-HIST-RID TO CA-PAGE-KEY (1).
003060     MOVE 1 TO CA-PAGE-NO.
003070     GO TO SEND-SCREEN-PARA.
003080 ENTER-XREF-PARA.
003090     EXEC CICS RECEIVE MAP('PARMM2') MAPSET('PARMMAP')
003100         INTO(PARMM2I) RESP(WS-RESP)
003110     END-EXEC.
003120     IF WS-RESP = DFHRESP(MAPFAIL)
003130         MOVE 'SAISIR LE MOT-CLE (ET LA VALEUR) PUIS ENTREE'
003140             TO WS-MSG
003150         GO TO SEND-SCREEN-PARA
003160     END-IF.
003170     IF WS-RESP NOT = DFHRESP(NORMAL)
003180         MOVE 'ENTER-XREF-PARA' TO PO-CALLER-PARA
003190         MOVE 'PARMM2  ' TO WS-CICS-CMD
003200         PERFORM CICS-ERROR-PARA
003210     END-IF.
003220     IF XKEYL = ZERO
003230         MOVE SPACES TO CA-KEYWORD
003240     ELSE
003250         MOVE XKEYI TO CA-KEYWORD
003260     END-IF.
003270     IF XVALL = ZERO
003280         MOVE SPACES TO CA-VALUE
003290     ELSE
003300         MOVE XVALI TO CA-VALUE
003310     END-IF.
003320     IF CA-KEYWORD = SPACES
003330         MOVE 'LE MOT-CLE EST OBLIGATOIRE' TO WS-MSG
003340         GO TO SEND-SCREEN-PARA
003350     END-IF.
003360     MOVE LOW-VALUES TO WS-XREF-RID.
003370     MOVE CA-KEYWORD TO WS-XREF-RID (1:16).
003380     MOVE WS-XREF-RID TO CA-PAGE-KEY (1).
003390     MOVE 1 TO CA-PAGE-NO.
003400     GO TO SEND-SCREEN-PARA.
003410 NEXT-PAGE-PARA.
************************************************************************
003430*    PF8 - NEXT PAGE, WHOSE START KEY THE LAST BROWSE SAVED
************************************************************************
003450     IF CA-PAGE-NO = ZERO
003460         MOVE 'AUCUNE RECHERCHE EN COURS' TO WS-MSG
003470         GO TO SEND-SCREEN-PARA
003480     END-IF.
003490     IF CA-MORE NOT = 'Y'
003500         MOVE 'DERNIERE PAGE ATTEINTE' TO WS-MSG
003510         GO TO SEND-SCREEN-PARA
003520     END-IF.
003530     IF CA-PAGE-NO >= WS-PAGE-MAX
003540         MOVE 'LIMITE DE 50 PAGES - AFFINER LA RECHERCHE'
003550             TO WS-MSG
003560         GO TO SEND-SCREEN-PARA
003570     END-IF.
003580     ADD 1 TO CA-PAGE-NO.
003590     GO TO SEND-SCREEN-PARA.
003600 PREV-PAGE-PARA.
************************************************************************
003620*    PF7 - PREVIOUS PAGE, FROM ITS SAVED START KEY
************************************************************************
003640     IF CA-PAGE-NO = ZERO
003650         MOVE 'AUCUNE RECHERCHE EN COURS' TO WS-MSG
003660         GO TO SEND-SCREEN-PARA
003670     END-IF.
003680     IF CA-PAGE-NO = 1
003690         MOVE 'PREMIERE PAGE ATTEINTE' TO WS-MSG
003700         GO TO SEND-SCREEN-PARA
003710     END-IF.
003720     SUBTRACT 1 FROM CA-PAGE-NO.
003730     GO TO SEND-SCREEN-PARA.
003740 SEND-SCREEN-PARA.
************************************************************************
003760*    FILLS THE PAGE ON SHOW (IF ANY) AND SENDS THE SCREEN
************************************************************************
003780     IF CA-SCREEN = 'X'
003790         GO TO SEND-XREF-PARA
003800     END-IF.
003810     MOVE LOW-VALUES TO PARMM1O.
003820     MOVE CA-JOBNAME TO HJOBO.
003830     IF CA-DATE > ZERO
003840         MOVE CA-DATE TO HDATEO
003850     END-IF.
003860     IF CA-PAGE-NO > ZERO
003870         PERFORM FILL-HIST-PARA THRU FILL-HIST-EXIT
003880         IF WS-MSG = SPACES
003890             PERFORM PAGE-MSG-PARA
003900         END-IF
003910     END-IF.
003920     MOVE WS-MSG TO HMSGO.
003930     EXEC CICS SEND MAP('PARMM1') MAPSET('PARMMAP')
003940         FROM(PARMM1O) ERASE FREEKB RESP(WS-RESP)
003950     END-EXEC.
003960     IF WS-RESP NOT = DFHRESP(NORMAL)
003970         MOVE 'SEND-SCREEN-PARA' TO PO-CALLER-PARA
003980         MOVE 'PARMM1  ' TO WS-CICS-CMD
003990         PERFORM CICS-ERROR-PARA
004000     END-IF.
004010     GO TO RETURN-PARA.
004020 SEND-XREF-PARA.
004030     MOVE LOW-VALUES TO PARMM2O.
004040     MOVE CA-KEYWORD TO XKEYO.
004050     MOVE CA-VALUE TO XVALO.
004060     IF CA-PAGE-NO > ZERO
004070         PERFORM FILL-XREF-PARA THRU FILL-XREF-EXIT
004080         IF WS-MSG = SPACES
004090             PERFORM PAGE-MSG-PARA
004100         END-IF
004110     END-IF.
004120     MOVE WS-MSG TO XMSGO.
004130     EXEC CICS SEND MAP('PARMM2') MAPSET('PARMMAP')
004140         FROM(PARMM2O) ERASE FREEKB RESP(WS-RESP)
004150     END-EXEC.
004160     IF WS-RESP NOT = DFHRESP(NORMAL)
004170         MOVE 'SEND-XREF-PARA' TO PO-CALLER-PARA
004180         MOVE 'PARMM2  ' TO WS-CICS-CMD
004190         PERFORM CICS-ERROR-PARA
004200     END-IF.
004210 RETURN-PARA.
004220     EXEC CICS RETURN TRANSID('PINQ')
004230         COMMAREA(WS-COMMAREA)
004240         LENGTH(LENGTH OF WS-COMMAREA)
004250     END-EXEC.
004260     GOBACK.
004270 END-SESSION-PARA.
************************************************************************
004290*    PF3/CLEAR - CLEARS THE SCREEN AND ENDS THE CONVERSATION
************************************************************************
004310     EXEC CICS SEND TEXT FROM(WS-END-TEXT)
004320         LENGTH(LENGTH OF WS-END-TEXT) ERASE FREEKB
004330     END-EXEC.
004340     EXEC CICS RETURN
004350     END-EXEC.
004360     GOBACK.
004370 PAGE-MSG-PARA.
004380     MOVE CA-PAGE-NO TO WS-PAGE-EDIT.
004390     IF WS-HIT-COUNT = ZERO AND CA-PAGE-NO = 1
004400         IF CA-SCREEN = 'H'
004410             MOVE 'AUCUN PASSAGE DE CE JOB A CETTE DATE'
004420                 TO WS-MSG
004430         ELSE
004440             MOVE 'AUCUN PASSAGE TROUVE POUR CE MOT-CLE'
004450                 TO WS-MSG
004460         END-IF
004470     ELSE
004480         IF CA-MORE = 'Y'
004490             STRING 'PAGE ' WS-PAGE-EDIT
004500                 ' - PF8 POUR LA SUITE' DELIMITED BY SIZE
004510                 INTO WS-MSG
004520             END-STRING
004530         ELSE
004540             STRING 'PAGE ' WS-PAGE-EDIT
004550                 ' - FIN DE LA LISTE' DELIMITED BY SIZE
004560                 INTO WS-MSG
004570             END-STRING
004580         END-IF
004590     END-IF.
004600 FILL-HIST-PARA.
************************************************************************
004620*    BROWSES PARMHIST FROM THE START KEY OF THE PAGE - THE KEY
004630*    LEADS WITH THE RUN DATE, SO THE BROWSE STOPS AT THE END OF
004640*    THE DATE AND SKIPS THE OTHER JOBS. A RUN HEADING IS SHOWN
004650*    WHEREVER THE RUN CHANGES AND AT THE TOP OF EVERY PAGE; THE
004660*    FIRST CARD THAT NO LONGER FITS STARTS THE NEXT PAGE.
004670*    A CARD WITH TEXT PAST COLUMN 71 TAKES A SECOND LINE FOR
004680*    COLUMNS 72-80, SO THE WHOLE CARD IS SHOWN AS READ
************************************************************************
004700     MOVE ZERO TO WS-LINE-IX WS-HIT-COUNT.
004710     MOVE 'N' TO CA-MORE.
004720     MOVE SPACES TO WS-LAST-RUN.
004730     MOVE CA-PAGE-KEY (CA-PAGE-NO) (1:37) TO WS-HIST-RID.
004740     MOVE 'STARTBR' TO WS-CICS-CMD.
004750     EXEC CICS STARTBR FILE('PARMHIST') RIDFLD(WS-HIST-RID)
004760         GTEQ RESP(WS-RESP)
004770     END-EXEC.
004780     IF WS-RESP = DFHRESP(NOTFND)
004790         GO TO FILL-HIST-EXIT
004800     END-IF.
004810     IF WS-RESP NOT = DFHRESP(NORMAL)
004820         MOVE 'FILL-HIST-PARA' TO PO-CALLER-PARA
004830         PERFORM HIST-ERROR-PARA
004840     END-IF.
004850 FILL-HIST-READ.
004860     MOVE 'READNEXT' TO WS-CICS-CMD.
004870     EXEC CICS READNEXT FILE('PARMHIST') INTO(HIST-REC)
004880         RIDFLD(WS-HIST-RID) RESP(WS-RESP)
004890     END-EXEC.
004900     IF WS-RESP = DFHRESP(ENDFILE)
004910         GO TO FILL-HIST-END
004920     END-IF.
004930     IF WS-RESP NOT = DFHRESP(NORMAL)
004940         MOVE 'FILL-HIST-READ' TO PO-CALLER-PARA
004950         PERFORM HIST-ERROR-PARA
004960     END-IF.
004970     IF HK-DATE NOT = CA-DATE
004980         GO TO FILL-HIST-END
004990     END-IF.
005000     IF HK-JOBNAME NOT = CA-JOBNAME
005010         GO TO FILL-HIST-READ
005020     END-IF.
005030     MOVE HK-TIME TO WS-CUR-RUN (1:8).
005040     MOVE HK-STEPNAME TO WS-CUR-RUN (9:8).
005050     IF WS-CUR-RUN = WS-LAST-RUN
005060         MOVE 1 TO WS-NEED
005070     ELSE
005080         MOVE 2 TO WS-NEED
005090     END-IF.
005100     IF HIST-CARD (72:9) NOT = SPACES
005110         ADD 1 TO WS-NEED
005120     END-IF.
005130     IF WS-LINE-IX + WS-NEED > WS-LINE-MAX
005140         MOVE 'Y' TO CA-MORE
005150         MOVE HIST-KEY TO WS-NEXT-KEY
005160         GO TO FILL-HIST-END
005170     END-IF.
005180     IF WS-CUR-RUN NOT = WS-LAST-RUN
005190         MOVE HK-TIME (1:2) TO HRL-HH
005200         MOVE HK-TIME (3:2) TO HRL-MM
005210         MOVE HK-TIME (5:2) TO HRL-SS
005220         MOVE HK-STEPNAME TO HRL-STEP
005230         ADD 1 TO WS-LINE-IX
005240         MOVE HIST-RUN-LINE TO HLINEO (WS-LINE-IX)
005250         MOVE WS-CUR-RUN TO WS-LAST-RUN
005260     END-IF.
005270     MOVE HK-SEQ TO HCL-SEQ.
005280     MOVE HIST-DISP TO HCL-DISP.
005290     MOVE HIST-CARD TO HCL-CARD.
005300     ADD 1 TO WS-LINE-IX.
005310     MOVE HIST-CARD-LINE TO HLINEO (WS-LINE-IX).
005320     IF HIST-CARD (72:9) NOT = SPACES
005330         MOVE HIST-CARD (72:9) TO HCC-CARD
005340         ADD 1 TO WS-LINE-IX
005350         MOVE HIST-CONT-LINE TO HLINEO (WS-LINE-IX)
005360     END-IF.
005370     ADD 1 TO WS-HIT-COUNT.
005380     GO TO FILL-HIST-READ.
005390 FILL-HIST-END.
005400     EXEC CICS ENDBR FILE('PARMHIST')
005410     END-EXEC.
005420     IF CA-MORE = 'Y' AND CA-PAGE-NO < WS-PAGE-MAX
005430         MOVE WS-NEXT-KEY TO CA-PAGE-KEY (CA-PAGE-NO + 1)
005440     END-IF.
005450 FILL-HIST-EXIT.
005460     EXIT.
005470 FILL-XREF-PARA.
************************************************************************
005490*    BROWSES PARMXREF FROM THE START KEY OF THE PAGE - THE KEY
005500*    LEADS WITH THE KEYWORD, SO THE BROWSE STOPS WHEN THE
005510*    KEYWORD CHANGES; WITH A VALUE GIVEN, OTHER VALUES ARE
005520*    SKIPPED. THE SIXTEENTH HIT STARTS THE NEXT PAGE. A CLEAR
005530*    VALUE SEARCHED ON A KEYWORD STORED MASKED CANNOT MATCH -
005540*    THE FIRST HIT TELLS, AND THE MASKED FORM IS ASKED FOR
************************************************************************
005560     MOVE ZERO TO WS-LINE-IX WS-HIT-COUNT.
005570     MOVE 'Y' TO WS-FIRST-HIT.
005580     MOVE 'N' TO CA-MORE.
005590     MOVE CA-PAGE-KEY (CA-PAGE-NO) TO WS-XREF-RID.
005600     MOVE 'STARTBR' TO WS-CICS-CMD.
005610     EXEC CICS STARTBR FILE('PARMXREF') RIDFLD(WS-XREF-RID)
005620         GTEQ RESP(WS-RESP)
005630     END-EXEC.
005640     IF WS-RESP = DFHRESP(NOTFND)
005650         GO TO FILL-XREF-EXIT
005660     END-IF.
005670     IF WS-RESP NOT = DFHRESP(NORMAL)
005680         MOVE 'FILL-XREF-PARA' TO PO-CALLER-PARA
005690         PERFORM XREF-ERROR-PARA
005700     END-IF.
005710 FILL-XREF-READ.
005720     MOVE 'READNEXT' TO WS-CICS-CMD.
005730     EXEC CICS READNEXT FILE('PARMXREF') INTO(XREF-REC)
005740         RIDFLD(WS-XREF-RID) RESP(WS-RESP)
005750     END-EXEC.
005760     IF WS-RESP = DFHRESP(ENDFILE)
005770         GO TO FILL-XREF-END
005780     END-IF.
005790     IF WS-RESP NOT = DFHRESP(NORMAL)
005800         MOVE 'FILL-XREF-READ' TO PO-CALLER-PARA
005810         PERFORM XREF-ERROR-PARA
005820     END-IF.
005830     IF XK-KEYWORD NOT = CA-KEYWORD
005840         GO TO FILL-XREF-END
005850     END-IF.
005860     IF WS-FIRST-HIT = 'Y'
005870         MOVE 'N' TO WS-FIRST-HIT
005880         IF CA-VALUE NOT = SPACES
005890             AND CA-VALUE (1:9) NOT = '********('
005900             AND XREF-VALUE (1:9) = '********('
005910             MOVE WS-MASK-TEXT TO WS-MSG
005920             GO TO FILL-XREF-END
005930         END-IF
005940     END-IF.
005950     IF CA-VALUE NOT = SPACES
005960         AND XREF-VALUE NOT = CA-VALUE
005970         GO TO FILL-XREF-READ
005980     END-IF.
005990     IF WS-LINE-IX >= WS-LINE-MAX
006000         MOVE 'Y' TO CA-MORE
006010         MOVE XREF-KEY TO WS-NEXT-KEY
006020         GO TO FILL-XREF-END
006030     END-IF.
006040     MOVE XK-DATE TO XHL-DATE.
006050     MOVE XK-TIME (1:6) TO XHL-TIME.
006060     MOVE XK-JOBNAME TO XHL-JOB.
006070     MOVE XK-STEPNAME TO XHL-STEP.
006080     MOVE XK-SEQ TO XHL-SEQ.
006090     MOVE XREF-DISP TO XHL-DISP.
006100     MOVE XREF-VALUE TO XHL-VALUE.
006110     ADD 1 TO WS-LINE-IX.
006120     MOVE XREF-HIT-LINE TO XLINEO (WS-LINE-IX).
006130     ADD 1 TO WS-HIT-COUNT.
006140     GO TO FILL-XREF-READ.
006150 FILL-XREF-END.
006160     EXEC CICS ENDBR FILE('PARMXREF')
006170     END-EXEC.
006180     IF CA-MORE = 'Y' AND CA-PAGE-NO < WS-PAGE-MAX
006190         MOVE WS-NEXT-KEY TO CA-PAGE-KEY (CA-PAGE-NO + 1)
006200     END-IF.
006210 FILL-XREF-EXIT.
006220     EXIT.
006230 HIST-ERROR-PARA.
006240     MOVE WS-RESP TO WS-RESP-D.
006250     STRING 'CICS ' WS-CICS-CMD ' ON PARMHIST - RESP '
006260         WS-RESP-D DELIMITED BY SIZE INTO PO-CALLER-MSG
006270     END-STRING.
006280     PERFORM FATAL-PARA.
006290 XREF-ERROR-PARA.
006300     MOVE WS-RESP TO WS-RESP-D.
006310     STRING 'CICS ' WS-CICS-CMD ' ON PARMXREF - RESP '
006320         WS-RESP-D DELIMITED BY SIZE INTO PO-CALLER-MSG
006330     END-STRING.
006340     PERFORM FATAL-PARA.
006350 CICS-ERROR-PARA.
006360     MOVE WS-RESP TO WS-RESP-D.
006370     STRING 'CICS MAP ' WS-CICS-CMD ' - RESP '
006380         WS-RESP-D DELIMITED BY SIZE INTO PO-CALLER-MSG
006390     END-STRING.
006400     PERFORM FATAL-PARA.
006410 FATAL-PARA.
************************************************************************
006430*    HANDS THE FAILURE TO RPDUMP, WHICH TAKES THE TITLED CICS
006440*    TRANSACTION DUMP AND RETURNS ON ITS CICS PATH - THE TASK
006450*    IS THEN ENDED WITH ITS OWN ABEND CODE, NO SECOND DUMP
************************************************************************
006470     CALL 'RPDUMP' USING PO-CALLER-PGM PO-CALLER-PARA
006480                         PO-CALLER-MSG.
006490     EXEC CICS ABEND ABCODE('PONL') NODUMP
006500     END-EXEC.
006510     GOBACK.
