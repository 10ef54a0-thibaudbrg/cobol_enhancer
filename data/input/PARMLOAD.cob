JDM023*ARCHIVES FOR THE SEVEN YEARS COMPLIANCE ASKS FOR. THE
JDM023*CROSS-REFERENCE IS NOT ARCHIVED - IT IS DERIVABLE FROM THE
JDM023*ARCHIVED HISTORY RECORDS.
JDM030*
JDM030*EVERY CONSOLIDATION IS RECORDED ON THE LOAD-CONTROL LEDGER
JDM030*(LEDGER, EXTENDED ON EACH RUN) - ONE 'R' ENTRY PER AUDITED RUN
JDM030*READ FROM AUDITIN (RECORDS READ, LOADED, DUPLICATES, FIRST AND
JDM030*LAST CARD TIME, HASH TOTAL OF THE CARD TEXT) AND ONE 'T' ENTRY
JDM030*FOR THE CONSOLIDATION ITSELF (SAME TOTALS, FIRST AND LAST RUN
JDM030*STAMP READ, ARCHIVED AND PURGED COUNTS AND THEIR CUMULATIVE
JDM030*TOTALS OVER EVERY CONSOLIDATION ON THE LEDGER). THE CONTROL
JDM030*LISTING (LDGLIST) THEN REPORTS:
JDM030*   - EVERY JOB/STEP/DATE DUE PER THE SCHEDULE CONTROL FILE
JDM030*     (SCHEDCTL, AS READ BY PARMRCN) OVER THE LAST GAPDAYS=NNN
JDM030*     DAYS (DEFAULT 7, UP TO THE DAY BEFORE THE RUN DATE, NOT
JDM030*     BEFORE THE LEDGER STARTED) WITH NO 'R' ENTRY ON THE
JDM030*     LEDGER - A SKIPPED OR TRUNCATED GENERATION
JDM030*   - THE ARCHIVED/PURGED RECONCILIATION ACROSS RUNS - THE
JDM030*     CUMULATIVE TOTALS CARRIED ON THE LAST 'T' ENTRY MUST
JDM030*     EQUAL THE SUM OF THE 'T' ENTRIES, AND ARCHIVED MUST EQUAL
JDM030*     PURGED OVER THE WHOLE LEDGER
JDM030*A GAP OR A CROSS-RUN MISMATCH RAISES A CONSOLE ALERT AND SETS
JDM030*RETURN CODE 8 SO THE HOUSEKEEPING JOB FLAGS IT. NO SCHEDCTL
JDM030*ALLOCATED MEANS NO GAP CHECK.
JDM033*THE GAP CHECK TAKES ITS BUSINESS DAYS, HOLIDAYS AND MONTH-END
JDM033*AND QUARTER-END PROCESSING DAYS FROM THE BUSINESS CALENDAR
JDM033*(PARMCAL, DD BUSCAL) AS PARMRCN DOES, SO A BANK HOLIDAY IS NOT
JDM033*A GAP. A CALENDAR PARMCAL CANNOT USE IS LISTED AND ALERTED
JDM033*LIKE A GAP.
JDM032*
JDM032*A CARD WHOSE KEYWORD IS FLAGGED SENSITIVE ON PARMDICT IS
JDM032*STORED ON THE HISTORY, THE CROSS-REFERENCE AND THE ARCHIVE
JDM032*WITH ITS VALUE MASKED (PARMMASK) - READCARD ALREADY MASKS THE
JDM032*AUDIT TRAIL, THE MASK HERE CATCHES A TRAIL WRITTEN BEFORE THE
JDM032*KEYWORD WAS FLAGGED, AND HISTORY LOADED BEFORE THEN IS MASKED
JDM032*ON ITS WAY TO THE ARCHIVE. THE LEDGER HASH STAYS ON THE CARD
JDM032*AS READ FROM AUDITIN.
JDM032*THE HISTORY AND CROSS-REFERENCE RECORDS INSIDE THE RETENTION
JDM032*WINDOW ARE RE-MASKED IN PLACE BY THE PURGE PASSES, SO A VALUE
JDM032*STORED BEFORE ITS KEYWORD WAS FLAGGED DOES NOT STAY CLEAR
JDM032*FOR THE REST OF THE RETENTION PERIOD - THE NEXT HOUSEKEEPING
JDM032*RUN AFTER THE FLAG IS SET MASKS IT. THE RE-MASKED COUNTS ARE
JDM032*LISTED ON LDGLIST; THE LEDGER HASH TOTALS ARE NOT AFFECTED.
************************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
JDM023     ACCESS IS SEQUENTIAL
JDM023     FILE STATUS IS F-KEY4.
JDM023
************************************************************************
JDM030*    LOAD-CONTROL LEDGER - READ BACK, THEN EXTENDED BY THE RUN
************************************************************************
JDM030     SELECT OPTIONAL LDG-FILE ASSIGN TO LEDGER
JDM030     ORGANIZATION IS LINE SEQUENTIAL
JDM030     ACCESS IS SEQUENTIAL
JDM030     FILE STATUS IS F-KEY5.
JDM030
JDM030     SELECT OPTIONAL CTL-FILE ASSIGN TO SCHEDCTL
JDM030     ORGANIZATION IS LINE SEQUENTIAL
JDM030     ACCESS IS SEQUENTIAL
JDM030     FILE STATUS IS F-KEY6.
JDM030
JDM030     SELECT LDL-FILE ASSIGN TO LDGLIST
JDM030     ORGANIZATION IS LINE SEQUENTIAL
JDM030     ACCESS IS SEQUENTIAL
JDM030     FILE STATUS IS F-KEY7.
JDM030
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD AUDIT-IN.
JDM023 FD ARCH-FILE.
JDM023 01 ARCH-REC         PIC X(118).
JDM023
JDM030 FD LDG-FILE.
JDM030 01 LDG-REC          PIC X(140).
JDM030
JDM030 FD CTL-FILE.
JDM030 01 CTL-REC          PIC X(80).
JDM030
JDM030 FD LDL-FILE.
JDM030 01 LDL-REC          PIC X(133).
JDM030
000500 WORKING-STORAGE SECTION.
000510 77  CMS-IDENTIFICATION PIC X(8) VALUE 'PARMLOAD'.
000520 77  CMS-ID-VALUE PIC X(44)   VALUE
JDM022 77  WS-XR-VALUE   PIC X(80).
JDM023 77  F-KEY4        PIC X(2).
JDM023 77  WS-ARCHIVED   PIC 9(7) COMP VALUE ZERO.
JDM032 77  WS-HREMASKED  PIC 9(7) COMP VALUE ZERO.
JDM032 77  WS-XREMASKED  PIC 9(7) COMP VALUE ZERO.
JDM032 77  WS-HR-CARD    PIC X(80).
JDM032 77  WS-XR-KLEN    PIC 9(2) COMP.
000560 77  WS-AUD-EOF    PIC X(1) VALUE 'N'.
000570 77  WS-RUN-DATE   PIC 9(8).
000580 77  WS-CUTOFF     PIC 9(8).
000690 77  PL-KEYWORD    PIC X(80).
000700 77  PL-VALUE      PIC X(80).
000710 77  PL-VLEN       PIC 9(2) COMP.
JDM030 77  F-KEY5        PIC X(2).
JDM030 77  F-KEY6        PIC X(2).
JDM030 77  F-KEY7        PIC X(2).
JDM030 77  WS-LDG-EOF    PIC X(1) VALUE 'N'.
JDM030 77  WS-CTL-EOF    PIC X(1) VALUE 'N'.
JDM030 77  WS-CTL-OPEN   PIC X(1) VALUE 'N'.
JDM030 77  WS-LOAD-TIME  PIC 9(8).
JDM030 77  WS-GAPDAYS    PIC 9(3) VALUE 7.
JDM030 77  WS-GAP-FROM   PIC 9(8).
JDM030 77  WS-GAP-TO     PIC 9(8).
JDM030 77  WS-GAP-DATE   PIC 9(8).
JDM030 77  WS-GAP-DOW    PIC 9(1).
JDM030 77  WS-GAP-DOM    PIC 9(2).
JDM030 77  WS-GAP-INT    PIC 9(7) COMP.
JDM030 77  WS-GAP-FROM-INT PIC 9(7) COMP.
JDM030 77  WS-GAP-TO-INT PIC 9(7) COMP.
JDM030 77  WS-LDG-SINCE  PIC 9(8) VALUE ZERO.
JDM030 77  WS-READ       PIC 9(7) COMP VALUE ZERO.
JDM030 77  WS-HASH       PIC 9(15) COMP VALUE ZERO.
JDM030 77  WS-CARD-HASH  PIC 9(7) COMP.
JDM030 77  WS-HX         PIC 9(2) COMP.
JDM030 77  WS-R-READ     PIC 9(7) COMP VALUE ZERO.
JDM030 77  WS-R-LOADED   PIC 9(7) COMP VALUE ZERO.
JDM030 77  WS-R-DUPS     PIC 9(7) COMP VALUE ZERO.
JDM030 77  WS-R-HASH     PIC 9(15) COMP VALUE ZERO.
JDM030 77  WS-R-FIRST-TIME PIC 9(8) VALUE ZERO.
JDM030 77  WS-R-LAST-TIME PIC 9(8) VALUE ZERO.
JDM030 77  WS-RUN-STAMP  PIC X(16).
JDM030 77  WS-FIRST-STAMP PIC X(16) VALUE SPACES.
JDM030 77  WS-LAST-STAMP PIC X(16) VALUE SPACES.
JDM030 77  WS-PRV-T-COUNT PIC 9(5) COMP VALUE ZERO.
JDM030 77  WS-PRV-ARCH   PIC 9(9) COMP VALUE ZERO.
JDM030 77  WS-PRV-PURG   PIC 9(9) COMP VALUE ZERO.
JDM030 77  WS-PRV-CUM-ARCH PIC 9(9) COMP VALUE ZERO.
JDM030 77  WS-PRV-CUM-PURG PIC 9(9) COMP VALUE ZERO.
JDM030 77  WS-CUM-ARCH   PIC 9(9) COMP VALUE ZERO.
JDM030 77  WS-CUM-PURG   PIC 9(9) COMP VALUE ZERO.
JDM030 77  WS-RECON-ERR  PIC X(1) VALUE 'N'.
JDM030 77  WS-GAP-MAX    PIC 9(4) COMP VALUE 5000.
JDM030 77  WS-GAP-COUNT  PIC 9(4) COMP VALUE ZERO.
JDM030 77  WS-MISS-COUNT PIC 9(4) COMP VALUE ZERO.
JDM030 77  WS-CTL-MAX    PIC 9(3) COMP VALUE 200.
JDM030 77  WS-CTL-COUNT  PIC 9(3) COMP VALUE ZERO.
JDM030 77  GAP-IX        PIC 9(4) COMP.
JDM030 77  CTL-IX        PIC 9(3) COMP.
************************************************************************
JDM033*    THE GAP DAY ON THE BUSINESS CALENDAR - SEE PARMCAL
************************************************************************
JDM033 77  WS-CAL-ERR    PIC X(1) VALUE 'N'.
JDM033 77  WS-GAP-BUSDAY PIC X(1).
JDM033 77  WS-GAP-HOLIDAY PIC X(1).
JDM033 77  WS-GAP-MTHEND PIC X(1).
JDM033 77  WS-GAP-QTREND PIC X(1).
JDM033 77  WS-GAP-FST-BDAY PIC 9(8).
JDM033 77  WS-GAP-LST-BDAY PIC 9(8).
JDM033 01  PCAL-REQUEST.
JDM033     05  PCAL-FUNC     PIC X(1).
JDM033     05  PCAL-DATE     PIC 9(8).
JDM033     05  PCAL-RESULT   PIC 9(8).
JDM033     05  PCAL-BUSDAY   PIC X(1).
JDM033     05  PCAL-HOLIDAY  PIC X(1).
JDM033     05  PCAL-MTHEND   PIC X(1).
JDM033     05  PCAL-QTREND   PIC X(1).
JDM033     05  PCAL-RC       PIC X(1).
JDM033     05  PCAL-MESSAGE  PIC X(80).
JDM030 77  WS-FOUND-FLAG PIC X(1).
JDM030 77  WS-CUR-JOB    PIC X(8).
JDM030 77  WS-CUR-STEP   PIC X(8).
JDM030 77  WS-CUR-DATE   PIC 9(8).
************************************************************************
JDM030*    ONE LEDGER ENTRY - 'R' PER AUDITED RUN CONSOLIDATED, 'T'
JDM030*    PER CONSOLIDATION; BOTH STAMPED WITH THE LOAD DATE/TIME
************************************************************************
JDM030 01  LEDGER-LINE.
JDM030     05  LDG-TYPE           PIC X(1).
JDM030     05  FILLER             PIC X(1).
JDM030     05  LDG-LOAD-DATE      PIC 9(8).
JDM030     05  FILLER             PIC X(1).
JDM030     05  LDG-LOAD-TIME      PIC 9(8).
JDM030     05  FILLER             PIC X(1).
JDM030     05  LDG-BODY           PIC X(120).
JDM030     05  LDG-RUN-BODY REDEFINES LDG-BODY.
JDM030         10  LDG-JOBNAME    PIC X(8).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-STEPNAME   PIC X(8).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-RUN-DATE   PIC 9(8).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-RUN-TIME   PIC 9(8).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-FIRST-TIME PIC 9(8).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-LAST-TIME  PIC 9(8).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-READ       PIC 9(7).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-LOADED     PIC 9(7).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-DUPS       PIC 9(7).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-HASH       PIC 9(15).
JDM030         10  FILLER         PIC X(27).
JDM030     05  LDG-TOT-BODY REDEFINES LDG-BODY.
JDM030         10  LDG-T-FIRST-DATE PIC 9(8).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-T-FIRST-TIME PIC 9(8).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-T-LAST-DATE PIC 9(8).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-T-LAST-TIME PIC 9(8).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-T-READ     PIC 9(7).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-T-LOADED   PIC 9(7).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-T-DUPS     PIC 9(7).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-T-HASH     PIC 9(15).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-T-ARCHIVED PIC 9(7).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-T-PURGED   PIC 9(7).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-T-CUM-ARCH PIC 9(9).
JDM030         10  FILLER         PIC X(1).
JDM030         10  LDG-T-CUM-PURG PIC 9(9).
JDM030         10  FILLER         PIC X(9).
************************************************************************
JDM030*    IMAGE OF ONE SCHEDULE CONTROL RECORD - SEE PARMRCN
************************************************************************
JDM030 01  CTL-DETAIL.
JDM030     05  SCD-JOBNAME    PIC X(8).
JDM030     05  FILLER         PIC X(1).
JDM030     05  SCD-STEPNAME   PIC X(8).
JDM030     05  FILLER         PIC X(1).
JDM030     05  SCD-FREQ       PIC X(1).
JDM030     05  FILLER         PIC X(1).
JDM030     05  SCD-DAY-X      PIC X(2).
JDM030     05  SCD-DAY-9 REDEFINES SCD-DAY-X PIC 9(2).
JDM030     05  FILLER         PIC X(58).
JDM030 01  CONTROL-TABLE.
JDM030     05  CTL-ENTRY OCCURS 200.
JDM030         10  CTB-JOBNAME    PIC X(8).
JDM030         10  CTB-STEPNAME   PIC X(8).
JDM030         10  CTB-FREQ       PIC X(1).
JDM030         10  CTB-DAY        PIC 9(2).
************************************************************************
JDM030*    JOB/STEP/DATE OF EVERY 'R' LEDGER ENTRY IN THE GAP WINDOW
************************************************************************
JDM030 01  GAP-TABLE.
JDM030     05  GAP-ENTRY OCCURS 5000.
JDM030         10  GTB-JOBNAME    PIC X(8).
JDM030         10  GTB-STEPNAME   PIC X(8).
JDM030         10  GTB-DATE       PIC 9(8).
************************************************************************
JDM030*         RECORD FORMATS IN THE LOAD-CONTROL LISTING
************************************************************************
JDM030 01  LDL-TITLE-LINE.
JDM030     05  FILLER        PIC X(42) VALUE IS
JDM030         '****** REGISTRE DE CHARGEMENT PARMHIST - '.
JDM030     05  LDL-TITLE-DATE PIC 9(8).
JDM030     05  FILLER        PIC X(7) VALUE IS ' ******'.
JDM030     05  FILLER        PIC X(76) VALUE IS SPACES.
JDM030 01  LDL-BLANK-LINE.
JDM030     05  FILLER        PIC X(133) VALUE IS SPACES.
JDM030 01  LDL-SECT-LINE.
JDM030     05  LDL-SECT-TEXT PIC X(60).
JDM030     05  FILLER        PIC X(73) VALUE IS SPACES.
JDM030 01  LDL-TOT-LINE.
JDM030     05  FILLER        PIC X(3) VALUE IS SPACES.
JDM030     05  LDL-TOT-LABEL PIC X(40).
JDM030     05  FILLER        PIC X(2) VALUE IS ': '.
JDM030     05  LDL-TOT-VALUE PIC Z(14)9.
JDM030     05  FILLER        PIC X(73) VALUE IS SPACES.
JDM030 01  LDL-GAP-LINE.
JDM030     05  FILLER        PIC X(4) VALUE IS 'JOB='.
JDM030     05  LDL-GAP-JOB   PIC X(8).
JDM030     05  FILLER        PIC X(7) VALUE IS '  STEP='.
JDM030     05  LDL-GAP-STEP  PIC X(8).
JDM030     05  FILLER        PIC X(7) VALUE IS '  DATE='.
JDM030     05  LDL-GAP-DATE  PIC 9(8).
JDM030     05  FILLER        PIC X(9) VALUE IS '  FREQ.='.
JDM030     05  LDL-GAP-FREQ  PIC X(1).
JDM030     05  FILLER        PIC X(2) VALUE IS '  '.
JDM030     05  LDL-GAP-REMARK PIC X(40).
JDM030     05  FILLER        PIC X(39) VALUE IS SPACES.
JDM030 01  LDL-MSG-LINE.
JDM030     05  LDL-MSG-TEXT  PIC X(60).
JDM030     05  FILLER        PIC X(73) VALUE IS SPACES.
************************************************************************
JDM032*    SENSITIVE-VALUE MASKING REQUEST - SEE PARMMASK
************************************************************************
JDM032 01  PMSK-REQUEST.
JDM032     05  PMSK-APPL     PIC X(8).
JDM032     05  PMSK-CARD     PIC X(80).
JDM032     05  PMSK-MASKED   PIC X(1).
JDM032     05  PMSK-RC       PIC X(1).
JDM032     05  PMSK-MESSAGE  PIC X(80).
************************************************************************
000720*    IMAGE OF THE AUDIT RECORD AS WRITTEN BY READCARD
************************************************************************
************************************************************************
000920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000930     PERFORM GET-PARMS-PARA THRU GET-PARMS-EXIT.
JDM030     ACCEPT WS-LOAD-TIME FROM TIME.
JDM030     PERFORM READ-LDG-PARA THRU READ-LDG-EXIT.
000940     OPEN INPUT AUDIT-IN.
000950     PERFORM CHECK-AUDIT-STATUS.
000960     OPEN I-O HIST-FILE.
JDM022     END-IF.
JDM022     PERFORM CHECK-XREF-STATUS.
001080     PERFORM LOAD-AUDIT-PARA UNTIL WS-AUD-EOF = 'Y'.
JDM030     IF WS-SEQ > ZERO
JDM030         PERFORM WRITE-RUN-LDG-PARA
JDM030     END-IF.
001090     PERFORM PURGE-PARA THRU PURGE-EXIT.
JDM023     CLOSE ARCH-FILE.
JDM023     PERFORM CHECK-ARCH-STATUS.
001100     CLOSE AUDIT-IN.
001110     CLOSE HIST-FILE.
JDM022     CLOSE XREF-FILE.
JDM030     PERFORM WRITE-TOT-LDG-PARA.
JDM030     CLOSE LDG-FILE.
JDM030     PERFORM CONTROL-LIST-PARA.
************************************************************************
JDM030*    A HOLE IN THE LEDGER OR A CROSS-RUN ARCHIVE/PURGE MISMATCH
JDM030*    IS FOR THE HOUSEKEEPING JOB TO FLAG, NOT A FAILED LOAD -
JDM030*    EACH CONDITION HAS ITS OWN CONSOLE ALERT SO THE OPERATOR
JDM030*    IS SENT TO THE RIGHT SECTION OF LDGLIST
************************************************************************
JDM030     IF WS-MISS-COUNT > ZERO
JDM030         DISPLAY 'PARMLOAD ALERTE - REGISTRE DE CHARGEMENT - '
JDM030             WS-MISS-COUNT ' PASSAGE(S) SANS ENTREE'
JDM030             UPON CONSOLE
JDM030         MOVE 8 TO RETURN-CODE
JDM030     END-IF.
JDM030     IF WS-RECON-ERR = 'Y'
JDM030         DISPLAY 'PARMLOAD ALERTE - REGISTRE DE CHARGEMENT - '
JDM030             'RAPPROCHEMENT ARCHIVES/PURGES EN ECART'
JDM030             UPON CONSOLE
JDM030         MOVE 8 TO RETURN-CODE
JDM030     END-IF.
JDM033     IF WS-CAL-ERR = 'Y'
JDM033         DISPLAY 'PARMLOAD ALERTE - CALENDRIER BUSCAL '
JDM033             'INUTILISABLE - CONTROLE DES TROUS INCOMPLET'
JDM033             UPON CONSOLE
JDM033         MOVE 8 TO RETURN-CODE
JDM033     END-IF.
JDM030     DISPLAY 'PARMLOAD - RECORDS READ      ' WS-READ.
001120     DISPLAY 'PARMLOAD - RECORDS LOADED    ' WS-LOADED.
001130     DISPLAY 'PARMLOAD - DUPLICATES PASSED ' WS-DUPS.
001140     DISPLAY 'PARMLOAD - RECORDS PURGED    ' WS-PURGED.
JDM022     DISPLAY 'PARMLOAD - XREF LOADED       ' WS-XLOADED.
JDM022     DISPLAY 'PARMLOAD - XREF DUPLICATES   ' WS-XDUPS.
JDM022     DISPLAY 'PARMLOAD - XREF PURGED       ' WS-XPURGED.
JDM032     DISPLAY 'PARMLOAD - HIST RE-MASKED    ' WS-HREMASKED.
JDM032     DISPLAY 'PARMLOAD - XREF RE-MASKED    ' WS-XREMASKED.
001150     DISPLAY 'PARMLOAD - RETENTION DAYS    ' WS-RETAIN.
JDM030     DISPLAY 'PARMLOAD - LEDGER GAPS       ' WS-MISS-COUNT.
001160     GOBACK.
001170 GET-PARMS-PARA.
************************************************************************
001190*         READS THE OPTIONAL RETAIN=NNN CARD THROUGH READCARD
JDM030*         AND THE OPTIONAL GAPDAYS=NNN LEDGER GAP WINDOW
************************************************************************
001210     CALL 'READCARD' USING PL-CARTE.
001220     IF PL-CARTE = '/*'
001290     MOVE ZERO TO PL-VLEN.
001300     INSPECT PL-VALUE TALLYING PL-VLEN
001310         FOR CHARACTERS BEFORE INITIAL SPACE.
JDM030     IF FUNCTION TRIM(PL-KEYWORD) = 'GAPDAYS'
JDM030         AND PL-VLEN >= 1 AND PL-VLEN <= 3
JDM030         AND PL-VALUE (1:PL-VLEN) NUMERIC
JDM030         COMPUTE WS-GAPDAYS =
JDM030             FUNCTION NUMVAL (PL-VALUE (1:PL-VLEN))
JDM030         GO TO GET-PARMS-PARA
JDM030     END-IF.
001320     IF FUNCTION TRIM(PL-KEYWORD) = 'RETAIN'
001330         AND PL-VLEN >= 1 AND PL-VLEN <= 3
001340         AND PL-VALUE (1:PL-VLEN) NUMERIC
001580         OR AUD-JOBNAME NOT = WS-LAST-JOB
001590         OR AUD-STEPNAME NOT = WS-LAST-STEP
001592         OR AUD-RUN-START NOT = WS-LAST-RUN
JDM030         IF WS-SEQ > ZERO
JDM030             PERFORM WRITE-RUN-LDG-PARA
JDM030         END-IF
JDM030         MOVE ZERO TO WS-R-READ WS-R-LOADED WS-R-DUPS WS-R-HASH
JDM030         MOVE AUD-TIME TO WS-R-FIRST-TIME
001600         MOVE ZERO TO WS-SEQ
001610         MOVE AUD-DATE TO WS-LAST-DATE
001620         MOVE AUD-JOBNAME TO WS-LAST-JOB
001710     MOVE WS-SEQ        TO HK-SEQ.
001720     MOVE AUD-DISP      TO HIST-DISP.
001730     MOVE AUD-CARD      TO HIST-CARD.
JDM032     PERFORM MASK-HIST-PARA.
001740     WRITE HIST-REC.
001750     IF F-KEY2 = '22'
001760         ADD 1 TO WS-DUPS
JDM030         ADD 1 TO WS-R-DUPS
001770     ELSE
001780         PERFORM CHECK-HIST-STATUS
001790         ADD 1 TO WS-LOADED
JDM030         ADD 1 TO WS-R-LOADED
001800     END-IF.
JDM030     PERFORM HASH-CARD-PARA.
JDM022     PERFORM LOAD-XREF-PARA THRU LOAD-XREF-EXIT.
JDM022 LOAD-XREF-PARA.
************************************************************************
JDM022     END-IF.
JDM022 LOAD-XREF-EXIT.
JDM022     EXIT.
JDM030 HASH-CARD-PARA.
************************************************************************
JDM030*    COUNTS THE RECORD READ AND ADDS THE CARD TO THE HASH TOTALS
JDM030*    OF ITS RUN AND OF THE CONSOLIDATION - EACH CHARACTER CODE
JDM030*    WEIGHTED BY ITS COLUMN, SO A CHANGED OR SHIFTED CHARACTER
JDM030*    MOVES THE TOTAL
************************************************************************
JDM030     ADD 1 TO WS-READ WS-R-READ.
JDM030     MOVE AUD-TIME TO WS-R-LAST-TIME.
JDM030     MOVE ZERO TO WS-CARD-HASH.
JDM030     PERFORM HASH-CHAR-PARA
JDM030         VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 80.
JDM030     ADD WS-CARD-HASH TO WS-R-HASH WS-HASH.
JDM030 HASH-CHAR-PARA.
JDM030     COMPUTE WS-CARD-HASH = WS-CARD-HASH
JDM030         + FUNCTION ORD (AUD-CARD (WS-HX:1)) * WS-HX.
001810 PURGE-PARA.
************************************************************************
001820*    DELETES EVERY HISTORY RECORD OLDER THAN THE RETENTION
JDM032*    PERIOD - THE KEY LEADS WITH THE DATE SO THE PURGED RECORDS
JDM032*    COME FIRST IN THE BROWSE. THE BROWSE THEN CARRIES ON OVER
JDM032*    THE RETAINED RECORDS TO RE-MASK THEM (REMASK-HIST-PARA)
************************************************************************
001850     COMPUTE WS-CUTOFF = FUNCTION DATE-OF-INTEGER
001860         (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - WS-RETAIN).
001940     END-READ.
001950     PERFORM CHECK-HIST-STATUS.
001980     IF HK-DATE >= WS-CUTOFF
JDM032         PERFORM REMASK-HIST-PARA
JDM032         GO TO PURGE-READ
002000     END-IF.
************************************************************************
JDM023*    ARCHIVE FIRST, DELETE SECOND - AN ARCHIVE FAILURE STOPS
JDM023*    THE RUN BEFORE THE RECORD IS LOST
************************************************************************
JDM032     PERFORM MASK-HIST-PARA.
JDM023     WRITE ARCH-REC FROM HIST-REC.
JDM023     PERFORM CHECK-ARCH-STATUS.
JDM023     ADD 1 TO WS-ARCHIVED.
JDM022*    HISTORY - THE KEY LEADS WITH THE KEYWORD, NOT THE DATE,
JDM022*    SO THE WHOLE FILE IS SCANNED; THIS IS THE HOUSEKEEPING
JDM022*    RUN AND THE SCAN IS ACCEPTABLE THERE
JDM032*    - A RETAINED ENTRY IS RE-MASKED ON THE WAY
JDM032*    (REMASK-XREF-PARA)
************************************************************************
JDM022     MOVE LOW-VALUES TO XREF-KEY.
JDM022     START XREF-FILE KEY NOT < XREF-KEY
JDM022     END-READ.
JDM022     PERFORM CHECK-XREF-STATUS.
JDM022     IF XK-DATE >= WS-CUTOFF
JDM032         PERFORM REMASK-XREF-PARA
JDM022         GO TO PURGE-XREF-READ
JDM022     END-IF.
JDM022     DELETE XREF-FILE RECORD.
JDM022     GO TO PURGE-XREF-READ.
JDM022 PURGE-XREF-EXIT.
JDM022     EXIT.
JDM032 REMASK-HIST-PARA.
************************************************************************
JDM032*    RE-MASKS A RETAINED HISTORY RECORD - REWRITTEN ONLY WHEN
JDM032*    THE MASK CHANGED THE CARD, I.E. IT WAS STORED CLEAR
JDM032*    BEFORE ITS KEYWORD WAS FLAGGED SENSITIVE
************************************************************************
JDM032     MOVE HIST-CARD TO WS-HR-CARD.
JDM032     PERFORM MASK-HIST-PARA.
JDM032     IF HIST-CARD NOT = WS-HR-CARD
JDM032         REWRITE HIST-REC
JDM032         PERFORM CHECK-HIST-STATUS
JDM032         ADD 1 TO WS-HREMASKED
JDM032     END-IF.
JDM032 REMASK-XREF-PARA.
************************************************************************
JDM032*    RE-MASKS A RETAINED CROSS-REFERENCE ENTRY - THE
JDM032*    KEYWORD=VALUE CARD IS REBUILT FROM THE KEY AND THE VALUE
JDM032*    AND MASKED FOR THE STEP THAT RAN IT; THE ENTRY IS REWRITTEN
JDM032*    ONLY WHEN ITS VALUE WAS STILL CLEAR
************************************************************************
JDM032     MOVE ZERO TO WS-XR-KLEN.
JDM032     INSPECT XK-KEYWORD TALLYING WS-XR-KLEN
JDM032         FOR CHARACTERS BEFORE INITIAL SPACE.
JDM032     MOVE SPACES TO PMSK-CARD.
JDM032     MOVE XK-KEYWORD (1:WS-XR-KLEN) TO PMSK-CARD (1:WS-XR-KLEN).
JDM032     MOVE '=' TO PMSK-CARD (WS-XR-KLEN + 1:1).
JDM032     MOVE XREF-VALUE TO PMSK-CARD (WS-XR-KLEN + 2:).
JDM032     MOVE XK-STEPNAME TO PMSK-APPL.
JDM032     CALL 'PARMMASK' USING PMSK-REQUEST.
JDM032     IF PMSK-RC NOT = '0'
JDM032         MOVE 'REMASK-XREF-PARA' TO PL-CALLER-PARA
JDM032         MOVE PMSK-MESSAGE TO PL-CALLER-MSG
JDM032         PERFORM FATAL-PARA
JDM032     END-IF.
JDM032     IF PMSK-MASKED = 'Y'
JDM032         AND PMSK-CARD (WS-XR-KLEN + 2:60) NOT = XREF-VALUE
JDM032         MOVE PMSK-CARD (WS-XR-KLEN + 2:60) TO XREF-VALUE
JDM032         REWRITE XREF-REC
JDM032         PERFORM CHECK-XREF-STATUS
JDM032         ADD 1 TO WS-XREMASKED
JDM032     END-IF.
JDM030 READ-LDG-PARA.
************************************************************************
JDM030*    READS THE LEDGER BEFORE THE RUN EXTENDS IT - THE 'T' ENTRIES
JDM030*    FEED THE CROSS-RUN RECONCILIATION, THE 'R' ENTRIES OF THE
JDM030*    GAP WINDOW THE GAP CHECK. THE WINDOW NEVER STARTS BEFORE
JDM030*    THE DAY BEFORE THE FIRST CONSOLIDATION ON THE LEDGER, SO
JDM030*    A NEW LEDGER DOES NOT REPORT THE DAYS BEFORE IT EXISTED
************************************************************************
JDM030     COMPUTE WS-GAP-TO = FUNCTION DATE-OF-INTEGER
JDM030         (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1).
JDM030     COMPUTE WS-GAP-FROM = FUNCTION DATE-OF-INTEGER
JDM030         (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - WS-GAPDAYS).
JDM030     OPEN INPUT LDG-FILE.
JDM030     PERFORM CHECK-LDG-STATUS.
JDM030 READ-LDG-READ.
JDM030     READ LDG-FILE INTO LEDGER-LINE
JDM030         AT END GO TO READ-LDG-END
JDM030     END-READ.
JDM030     PERFORM CHECK-LDG-STATUS.
JDM030     IF LDG-LOAD-DATE NOT NUMERIC
JDM030         GO TO READ-LDG-READ
JDM030     END-IF.
JDM030     IF LDG-TYPE = 'T'
JDM030         AND LDG-T-ARCHIVED NUMERIC AND LDG-T-PURGED NUMERIC
JDM030         AND LDG-T-CUM-ARCH NUMERIC AND LDG-T-CUM-PURG NUMERIC
JDM030         IF WS-LDG-SINCE = ZERO
JDM030             MOVE LDG-LOAD-DATE TO WS-LDG-SINCE
JDM030         END-IF
JDM030         ADD 1 TO WS-PRV-T-COUNT
JDM030         ADD LDG-T-ARCHIVED TO WS-PRV-ARCH
JDM030         ADD LDG-T-PURGED   TO WS-PRV-PURG
JDM030         MOVE LDG-T-CUM-ARCH TO WS-PRV-CUM-ARCH
JDM030         MOVE LDG-T-CUM-PURG TO WS-PRV-CUM-PURG
JDM030     END-IF.
JDM030     IF LDG-TYPE = 'R' AND LDG-RUN-DATE NUMERIC
JDM030         AND LDG-RUN-DATE NOT < WS-GAP-FROM
JDM030         AND LDG-RUN-DATE NOT > WS-RUN-DATE
JDM030         MOVE LDG-JOBNAME  TO WS-CUR-JOB
JDM030         MOVE LDG-STEPNAME TO WS-CUR-STEP
JDM030         MOVE LDG-RUN-DATE TO WS-CUR-DATE
JDM030         PERFORM ADD-GAP-PARA THRU ADD-GAP-EXIT
JDM030     END-IF.
JDM030     GO TO READ-LDG-READ.
JDM030 READ-LDG-END.
JDM030     CLOSE LDG-FILE.
JDM030     IF WS-LDG-SINCE = ZERO
JDM030         MOVE WS-RUN-DATE TO WS-LDG-SINCE
JDM030     END-IF.
JDM030     COMPUTE WS-GAP-FROM-INT =
JDM030         FUNCTION INTEGER-OF-DATE (WS-GAP-FROM).
JDM030     COMPUTE WS-GAP-TO-INT =
JDM030         FUNCTION INTEGER-OF-DATE (WS-GAP-TO).
JDM030     COMPUTE WS-GAP-INT =
JDM030         FUNCTION INTEGER-OF-DATE (WS-LDG-SINCE) - 1.
JDM030     IF WS-GAP-INT > WS-GAP-FROM-INT
JDM030         MOVE WS-GAP-INT TO WS-GAP-FROM-INT
JDM030         COMPUTE WS-GAP-FROM =
JDM030             FUNCTION DATE-OF-INTEGER (WS-GAP-FROM-INT)
JDM030     END-IF.
JDM030     OPEN EXTEND LDG-FILE.
JDM030     PERFORM CHECK-LDG-STATUS.
JDM030 READ-LDG-EXIT.
JDM030     EXIT.
JDM030 ADD-GAP-PARA.
JDM030     MOVE 'N' TO WS-FOUND-FLAG.
JDM030     PERFORM SCAN-GAP-PARA
JDM030         VARYING GAP-IX FROM 1 BY 1
JDM030         UNTIL GAP-IX > WS-GAP-COUNT OR WS-FOUND-FLAG = 'Y'.
JDM030     IF WS-FOUND-FLAG = 'Y'
JDM030         GO TO ADD-GAP-EXIT
JDM030     END-IF.
JDM030     IF WS-GAP-COUNT NOT < WS-GAP-MAX
JDM030         MOVE 'ADD-GAP-PARA' TO PL-CALLER-PARA
JDM030         MOVE 'GAP TABLE FULL - RAISE OCCURS' TO PL-CALLER-MSG
JDM030         PERFORM FATAL-PARA
JDM030     END-IF.
JDM030     ADD 1 TO WS-GAP-COUNT.
JDM030     MOVE WS-CUR-JOB  TO GTB-JOBNAME (WS-GAP-COUNT).
JDM030     MOVE WS-CUR-STEP TO GTB-STEPNAME (WS-GAP-COUNT).
JDM030     MOVE WS-CUR-DATE TO GTB-DATE (WS-GAP-COUNT).
JDM030 ADD-GAP-EXIT.
JDM030     EXIT.
JDM030 SCAN-GAP-PARA.
JDM030     IF GTB-JOBNAME (GAP-IX) = WS-CUR-JOB
JDM030         AND GTB-STEPNAME (GAP-IX) = WS-CUR-STEP
JDM030         AND GTB-DATE (GAP-IX) = WS-CUR-DATE
JDM030         MOVE 'Y' TO WS-FOUND-FLAG
JDM030     END-IF.
JDM030 WRITE-RUN-LDG-PARA.
************************************************************************
JDM030*    WRITES THE 'R' ENTRY OF THE RUN JUST CLOSED AND KEEPS THE
JDM030*    FIRST AND LAST RUN STAMPS OF THE CONSOLIDATION
************************************************************************
JDM030     MOVE SPACES TO LEDGER-LINE.
JDM030     MOVE 'R'             TO LDG-TYPE.
JDM030     MOVE WS-RUN-DATE     TO LDG-LOAD-DATE.
JDM030     MOVE WS-LOAD-TIME    TO LDG-LOAD-TIME.
JDM030     MOVE WS-LAST-JOB     TO LDG-JOBNAME.
JDM030     MOVE WS-LAST-STEP    TO LDG-STEPNAME.
JDM030     MOVE WS-LAST-DATE    TO LDG-RUN-DATE.
JDM030     MOVE WS-LAST-TIME    TO LDG-RUN-TIME.
JDM030     MOVE WS-R-FIRST-TIME TO LDG-FIRST-TIME.
JDM030     MOVE WS-R-LAST-TIME  TO LDG-LAST-TIME.
JDM030     MOVE WS-R-READ       TO LDG-READ.
JDM030     MOVE WS-R-LOADED     TO LDG-LOADED.
JDM030     MOVE WS-R-DUPS       TO LDG-DUPS.
JDM030     MOVE WS-R-HASH       TO LDG-HASH.
JDM030     WRITE LDG-REC FROM LEDGER-LINE.
JDM030     PERFORM CHECK-LDG-STATUS.
JDM030     MOVE WS-LAST-DATE TO WS-RUN-STAMP (1:8).
JDM030     MOVE WS-LAST-TIME TO WS-RUN-STAMP (9:8).
JDM030     IF WS-FIRST-STAMP = SPACES OR WS-RUN-STAMP < WS-FIRST-STAMP
JDM030         MOVE WS-RUN-STAMP TO WS-FIRST-STAMP
JDM030     END-IF.
JDM030     IF WS-LAST-STAMP = SPACES OR WS-RUN-STAMP > WS-LAST-STAMP
JDM030         MOVE WS-RUN-STAMP TO WS-LAST-STAMP
JDM030     END-IF.
JDM030     IF WS-LAST-DATE NOT < WS-GAP-FROM
JDM030         AND WS-LAST-DATE NOT > WS-RUN-DATE
JDM030         MOVE WS-LAST-JOB  TO WS-CUR-JOB
JDM030         MOVE WS-LAST-STEP TO WS-CUR-STEP
JDM030         MOVE WS-LAST-DATE TO WS-CUR-DATE
JDM030         PERFORM ADD-GAP-PARA THRU ADD-GAP-EXIT
JDM030     END-IF.
JDM030 WRITE-TOT-LDG-PARA.
************************************************************************
JDM030*    WRITES THE 'T' ENTRY OF THE CONSOLIDATION - THE CUMULATIVE
JDM030*    TOTALS CARRY THE SUM OF EVERY 'T' ENTRY ON THE LEDGER
************************************************************************
JDM030     COMPUTE WS-CUM-ARCH = WS-PRV-ARCH + WS-ARCHIVED.
JDM030     COMPUTE WS-CUM-PURG = WS-PRV-PURG + WS-PURGED.
JDM030     MOVE SPACES TO LEDGER-LINE.
JDM030     MOVE 'T'             TO LDG-TYPE.
JDM030     MOVE WS-RUN-DATE     TO LDG-LOAD-DATE.
JDM030     MOVE WS-LOAD-TIME    TO LDG-LOAD-TIME.
JDM030     IF WS-FIRST-STAMP = SPACES
JDM030         MOVE ZERO TO LDG-T-FIRST-DATE LDG-T-FIRST-TIME
JDM030                      LDG-T-LAST-DATE LDG-T-LAST-TIME
JDM030     ELSE
JDM030         MOVE WS-FIRST-STAMP (1:8) TO LDG-T-FIRST-DATE
JDM030         MOVE WS-FIRST-STAMP (9:8) TO LDG-T-FIRST-TIME
JDM030         MOVE WS-LAST-STAMP (1:8)  TO LDG-T-LAST-DATE
JDM030         MOVE WS-LAST-STAMP (9:8)  TO LDG-T-LAST-TIME
JDM030     END-IF.
JDM030     MOVE WS-READ         TO LDG-T-READ.
JDM030     MOVE WS-LOADED       TO LDG-T-LOADED.
JDM030     MOVE WS-DUPS         TO LDG-T-DUPS.
JDM030     MOVE WS-HASH         TO LDG-T-HASH.
JDM030     MOVE WS-ARCHIVED     TO LDG-T-ARCHIVED.
JDM030     MOVE WS-PURGED       TO LDG-T-PURGED.
JDM030     MOVE WS-CUM-ARCH     TO LDG-T-CUM-ARCH.
JDM030     MOVE WS-CUM-PURG     TO LDG-T-CUM-PURG.
JDM030     WRITE LDG-REC FROM LEDGER-LINE.
JDM030     PERFORM CHECK-LDG-STATUS.
JDM030 CONTROL-LIST-PARA.
************************************************************************
JDM030*    PRINTS THE LOAD-CONTROL LISTING - TOTALS OF THE RUN, GAP
JDM030*    CHECK AGAINST SCHEDCTL, CROSS-RUN RECONCILIATION
************************************************************************
JDM030     OPEN OUTPUT LDL-FILE.
JDM030     PERFORM CHECK-LDL-STATUS.
JDM030     MOVE WS-RUN-DATE TO LDL-TITLE-DATE.
JDM030     WRITE LDL-REC FROM LDL-TITLE-LINE.
JDM030     PERFORM CHECK-LDL-STATUS.
JDM030     MOVE '****** TOTAUX DE CONTROLE DU CHARGEMENT ******'
JDM030         TO LDL-SECT-TEXT.
JDM030     PERFORM WRITE-SECT-PARA.
JDM030     MOVE 'ENREGISTREMENTS LUS' TO LDL-TOT-LABEL.
JDM030     MOVE WS-READ TO LDL-TOT-VALUE.
JDM030     PERFORM WRITE-TOT-PARA.
JDM030     MOVE 'ENREGISTREMENTS CHARGES' TO LDL-TOT-LABEL.
JDM030     MOVE WS-LOADED TO LDL-TOT-VALUE.
JDM030     PERFORM WRITE-TOT-PARA.
JDM030     MOVE 'DOUBLONS ECARTES' TO LDL-TOT-LABEL.
JDM030     MOVE WS-DUPS TO LDL-TOT-VALUE.
JDM030     PERFORM WRITE-TOT-PARA.
JDM030     MOVE 'TOTAL DE CONTROLE DU TEXTE DES CARTES'
JDM030         TO LDL-TOT-LABEL.
JDM030     MOVE WS-HASH TO LDL-TOT-VALUE.
JDM030     PERFORM WRITE-TOT-PARA.
JDM030     MOVE 'ENREGISTREMENTS ARCHIVES' TO LDL-TOT-LABEL.
JDM030     MOVE WS-ARCHIVED TO LDL-TOT-VALUE.
JDM030     PERFORM WRITE-TOT-PARA.
JDM030     MOVE 'ENREGISTREMENTS PURGES' TO LDL-TOT-LABEL.
JDM030     MOVE WS-PURGED TO LDL-TOT-VALUE.
JDM030     PERFORM WRITE-TOT-PARA.
JDM032     MOVE 'VALEURS REMASQUEES - HISTORIQUE' TO LDL-TOT-LABEL.
JDM032     MOVE WS-HREMASKED TO LDL-TOT-VALUE.
JDM032     PERFORM WRITE-TOT-PARA.
JDM032     MOVE 'VALEURS REMASQUEES - REF. CROISEES' TO LDL-TOT-LABEL.
JDM032     MOVE WS-XREMASKED TO LDL-TOT-VALUE.
JDM032     PERFORM WRITE-TOT-PARA.
JDM030     PERFORM GAP-SECT-PARA THRU GAP-SECT-EXIT.
JDM030     PERFORM RECON-SECT-PARA.
JDM030     CLOSE LDL-FILE.
JDM030 GAP-SECT-PARA.
************************************************************************
JDM030*    EVERY JOB/STEP DUE PER SCHEDCTL ON A DAY OF THE WINDOW WITH
JDM030*    NO 'R' ENTRY ON THE LEDGER - THE DUE RULES ARE PARMRCN'S
************************************************************************
JDM030     MOVE '****** PASSAGES ATTENDUS ABSENTS DU REGISTRE ******'
JDM030         TO LDL-SECT-TEXT.
JDM030     PERFORM WRITE-SECT-PARA.
JDM030     OPEN INPUT CTL-FILE.
JDM030     PERFORM CHECK-CTL-STATUS.
JDM030     IF F-KEY6 = '05'
JDM030         CLOSE CTL-FILE
JDM030         MOVE 'SCHEDCTL NON ALLOUE - CONTROLE NON EFFECTUE'
JDM030             TO LDL-MSG-TEXT
JDM030         PERFORM WRITE-MSG-PARA
JDM030         GO TO GAP-SECT-EXIT
JDM030     END-IF.
JDM030     PERFORM LOAD-CTL-PARA UNTIL WS-CTL-EOF = 'Y'.
JDM030     CLOSE CTL-FILE.
JDM030     IF WS-GAP-FROM-INT > WS-GAP-TO-INT
JDM030         MOVE 'FENETRE DE CONTROLE VIDE' TO LDL-MSG-TEXT
JDM030         PERFORM WRITE-MSG-PARA
JDM030         GO TO GAP-SECT-EXIT
JDM030     END-IF.
JDM030     MOVE SPACES TO LDL-MSG-TEXT.
JDM030     STRING 'FENETRE CONTROLEE DU ' WS-GAP-FROM ' AU ' WS-GAP-TO
JDM030         DELIMITED BY SIZE INTO LDL-MSG-TEXT
JDM030     END-STRING.
JDM030     PERFORM WRITE-MSG-PARA.
JDM030     PERFORM GAP-DAY-PARA
JDM030         VARYING WS-GAP-INT FROM WS-GAP-FROM-INT BY 1
JDM030         UNTIL WS-GAP-INT > WS-GAP-TO-INT.
JDM030     IF WS-MISS-COUNT = ZERO
JDM030         MOVE 'AUCUN TROU DANS LE REGISTRE' TO LDL-MSG-TEXT
JDM030         PERFORM WRITE-MSG-PARA
JDM030     END-IF.
JDM030 GAP-SECT-EXIT.
JDM030     EXIT.
JDM030 LOAD-CTL-PARA.
JDM030     READ CTL-FILE INTO CTL-DETAIL
JDM030         AT END
JDM030             MOVE 'Y' TO WS-CTL-EOF
JDM030         NOT AT END
JDM030             PERFORM TALLY-CTL-PARA THRU TALLY-CTL-EXIT
JDM030     END-READ.
JDM030     PERFORM CHECK-CTL-STATUS.
JDM030 TALLY-CTL-PARA.
JDM030     IF CTL-DETAIL (1:1) = '*' OR CTL-DETAIL = SPACES
JDM030         GO TO TALLY-CTL-EXIT
JDM030     END-IF.
JDM030     IF WS-CTL-COUNT NOT < WS-CTL-MAX
JDM030         MOVE 'TALLY-CTL-PARA' TO PL-CALLER-PARA
JDM030         MOVE 'CONTROL TABLE FULL - RAISE OCCURS'
JDM030             TO PL-CALLER-MSG
JDM030         PERFORM FATAL-PARA
JDM030     END-IF.
JDM030     ADD 1 TO WS-CTL-COUNT.
JDM030     MOVE SCD-JOBNAME  TO CTB-JOBNAME (WS-CTL-COUNT).
JDM030     MOVE SCD-STEPNAME TO CTB-STEPNAME (WS-CTL-COUNT).
JDM030     MOVE SCD-FREQ     TO CTB-FREQ (WS-CTL-COUNT).
JDM030     IF SCD-DAY-X NUMERIC
JDM030         MOVE SCD-DAY-9 TO CTB-DAY (WS-CTL-COUNT)
JDM030     ELSE
JDM030         MOVE ZERO TO CTB-DAY (WS-CTL-COUNT)
JDM030     END-IF.
JDM030 TALLY-CTL-EXIT.
JDM030     EXIT.
JDM030 GAP-DAY-PARA.
************************************************************************
JDM030*    DAY OF WEEK FROM THE INTEGER DATE AS IN PARMRCN - REMAINDER
JDM030*    1 = MONDAY ... 0 = SUNDAY (MAPPED TO 7)
************************************************************************
JDM030     COMPUTE WS-GAP-DATE = FUNCTION DATE-OF-INTEGER (WS-GAP-INT).
JDM030     COMPUTE WS-GAP-DOW = FUNCTION REM (WS-GAP-INT, 7).
JDM030     IF WS-GAP-DOW = ZERO
JDM030         MOVE 7 TO WS-GAP-DOW
JDM030     END-IF.
JDM030     MOVE WS-GAP-DATE (7:2) TO WS-GAP-DOM.
JDM033     PERFORM GAP-CAL-PARA THRU GAP-CAL-EXIT.
JDM030     PERFORM GAP-CTL-PARA THRU GAP-CTL-EXIT
JDM030         VARYING CTL-IX FROM 1 BY 1
JDM030         UNTIL CTL-IX > WS-CTL-COUNT.
JDM033 GAP-CAL-PARA.
************************************************************************
JDM033*    THE GAP DAY ON THE BUSINESS CALENDAR - ON THE FIRST ERROR
JDM033*    THE CALENDAR IS LISTED AS UNUSABLE AND NO FURTHER DAY IS
JDM033*    CHECKED
************************************************************************
JDM033     IF WS-CAL-ERR = 'Y'
JDM033         GO TO GAP-CAL-EXIT
JDM033     END-IF.
JDM033     MOVE WS-GAP-DATE TO PCAL-DATE.
JDM033     MOVE 'F' TO PCAL-FUNC.
JDM033     CALL 'PARMCAL' USING PCAL-REQUEST.
JDM033     IF PCAL-RC NOT = '0'
JDM033         GO TO GAP-CAL-ERR
JDM033     END-IF.
JDM033     MOVE PCAL-BUSDAY  TO WS-GAP-BUSDAY.
JDM033     MOVE PCAL-HOLIDAY TO WS-GAP-HOLIDAY.
JDM033     MOVE PCAL-MTHEND  TO WS-GAP-MTHEND.
JDM033     MOVE PCAL-QTREND  TO WS-GAP-QTREND.
JDM033     MOVE PCAL-RESULT  TO WS-GAP-FST-BDAY.
JDM033     MOVE 'L' TO PCAL-FUNC.
JDM033     CALL 'PARMCAL' USING PCAL-REQUEST.
JDM033     IF PCAL-RC NOT = '0'
JDM033         GO TO GAP-CAL-ERR
JDM033     END-IF.
JDM033     MOVE PCAL-RESULT  TO WS-GAP-LST-BDAY.
JDM033     GO TO GAP-CAL-EXIT.
JDM033 GAP-CAL-ERR.
JDM033     MOVE 'Y' TO WS-CAL-ERR.
JDM033     MOVE SPACES TO LDL-MSG-TEXT.
JDM033     STRING 'CALENDRIER INUTILISABLE - ' PCAL-MESSAGE
JDM033         DELIMITED BY SIZE INTO LDL-MSG-TEXT
JDM033     END-STRING.
JDM033     PERFORM WRITE-MSG-PARA.
JDM033 GAP-CAL-EXIT.
JDM033     EXIT.
JDM030 GAP-CTL-PARA.
************************************************************************
JDM033*    PARMRCN'S DUE RULES - A HOLIDAY EXPECTS NOTHING, ANY OTHER
JDM033*    NON-BUSINESS DAY ONLY THE WEEKLY ENTRIES FOR ITS WEEKDAY
JDM033*    AND A MONTH-END OR QUARTER-END PROCESSING DAY ON IT
************************************************************************
JDM033     IF WS-CAL-ERR = 'Y' OR WS-GAP-HOLIDAY = 'Y'
JDM033         GO TO GAP-CTL-EXIT
JDM033     END-IF.
JDM033     IF WS-GAP-BUSDAY = 'N'
JDM033         AND CTB-FREQ (CTL-IX) NOT = 'W'
JDM033         AND CTB-FREQ (CTL-IX) NOT = 'E'
JDM033         AND CTB-FREQ (CTL-IX) NOT = 'Q'
JDM033         GO TO GAP-CTL-EXIT
JDM033     END-IF.
JDM030     IF CTB-FREQ (CTL-IX) NOT = 'D'
JDM030         AND CTB-FREQ (CTL-IX) NOT = 'W'
JDM030         AND CTB-FREQ (CTL-IX) NOT = 'M'
JDM033         AND CTB-FREQ (CTL-IX) NOT = 'F'
JDM033         AND CTB-FREQ (CTL-IX) NOT = 'L'
JDM033         AND CTB-FREQ (CTL-IX) NOT = 'E'
JDM033         AND CTB-FREQ (CTL-IX) NOT = 'Q'
JDM030         GO TO GAP-CTL-EXIT
JDM030     END-IF.
JDM030     IF CTB-FREQ (CTL-IX) = 'W'
JDM030         AND CTB-DAY (CTL-IX) NOT = WS-GAP-DOW
JDM030         GO TO GAP-CTL-EXIT
JDM030     END-IF.
JDM030     IF CTB-FREQ (CTL-IX) = 'M'
JDM030         AND CTB-DAY (CTL-IX) NOT = WS-GAP-DOM
JDM030         GO TO GAP-CTL-EXIT
JDM030     END-IF.
JDM033     IF CTB-FREQ (CTL-IX) = 'F'
JDM033         AND WS-GAP-DATE NOT = WS-GAP-FST-BDAY
JDM033         GO TO GAP-CTL-EXIT
JDM033     END-IF.
JDM033     IF CTB-FREQ (CTL-IX) = 'L'
JDM033         AND WS-GAP-DATE NOT = WS-GAP-LST-BDAY
JDM033         GO TO GAP-CTL-EXIT
JDM033     END-IF.
JDM033     IF CTB-FREQ (CTL-IX) = 'E'
JDM033         AND WS-GAP-MTHEND NOT = 'Y'
JDM033         GO TO GAP-CTL-EXIT
JDM033     END-IF.
JDM033     IF CTB-FREQ (CTL-IX) = 'Q'
JDM033         AND WS-GAP-QTREND NOT = 'Y'
JDM033         GO TO GAP-CTL-EXIT
JDM033     END-IF.
JDM030     MOVE CTB-JOBNAME (CTL-IX)  TO WS-CUR-JOB.
JDM030     MOVE CTB-STEPNAME (CTL-IX) TO WS-CUR-STEP.
JDM030     MOVE WS-GAP-DATE           TO WS-CUR-DATE.
JDM030     MOVE 'N' TO WS-FOUND-FLAG.
JDM030     PERFORM SCAN-GAP-PARA
JDM030         VARYING GAP-IX FROM 1 BY 1
JDM030         UNTIL GAP-IX > WS-GAP-COUNT OR WS-FOUND-FLAG = 'Y'.
JDM030     IF WS-FOUND-FLAG = 'Y'
JDM030         GO TO GAP-CTL-EXIT
JDM030     END-IF.
JDM030     ADD 1 TO WS-MISS-COUNT.
JDM030     MOVE WS-CUR-JOB  TO LDL-GAP-JOB.
JDM030     MOVE WS-CUR-STEP TO LDL-GAP-STEP.
JDM030     MOVE WS-CUR-DATE TO LDL-GAP-DATE.
JDM030     MOVE CTB-FREQ (CTL-IX) TO LDL-GAP-FREQ.
JDM030     MOVE 'TROU - AUCUNE ENTREE AU REGISTRE' TO LDL-GAP-REMARK.
JDM030     WRITE LDL-REC FROM LDL-GAP-LINE.
JDM030     PERFORM CHECK-LDL-STATUS.
JDM030 GAP-CTL-EXIT.
JDM030     EXIT.
JDM030 RECON-SECT-PARA.
************************************************************************
JDM030*    ARCHIVED AGAINST PURGED OVER EVERY CONSOLIDATION ON THE
JDM030*    LEDGER - A LAST 'T' ENTRY WHOSE CUMULATIVE TOTALS DIFFER
JDM030*    FROM THE SUM OF THE ENTRIES MEANS AN ENTRY WENT MISSING OR
JDM030*    WAS ALTERED
************************************************************************
JDM030     MOVE '****** RAPPROCHEMENT ARCHIVAGE / PURGE CUMULE ******'
JDM030         TO LDL-SECT-TEXT.
JDM030     PERFORM WRITE-SECT-PARA.
JDM030     MOVE 'CONSOLIDATIONS ANTERIEURES AU REGISTRE'
JDM030         TO LDL-TOT-LABEL.
JDM030     MOVE WS-PRV-T-COUNT TO LDL-TOT-VALUE.
JDM030     PERFORM WRITE-TOT-PARA.
JDM030     MOVE 'ARCHIVES - SOMME DES ENTREES' TO LDL-TOT-LABEL.
JDM030     MOVE WS-PRV-ARCH TO LDL-TOT-VALUE.
JDM030     PERFORM WRITE-TOT-PARA.
JDM030     MOVE 'ARCHIVES - CUMUL DE LA DERNIERE ENTREE'
JDM030         TO LDL-TOT-LABEL.
JDM030     MOVE WS-PRV-CUM-ARCH TO LDL-TOT-VALUE.
JDM030     PERFORM WRITE-TOT-PARA.
JDM030     MOVE 'PURGES - SOMME DES ENTREES' TO LDL-TOT-LABEL.
JDM030     MOVE WS-PRV-PURG TO LDL-TOT-VALUE.
JDM030     PERFORM WRITE-TOT-PARA.
JDM030     MOVE 'PURGES - CUMUL DE LA DERNIERE ENTREE' TO LDL-TOT-LABEL.
JDM030     MOVE WS-PRV-CUM-PURG TO LDL-TOT-VALUE.
JDM030     PERFORM WRITE-TOT-PARA.
JDM030     MOVE 'ARCHIVES - CUMUL APRES CE PASSAGE' TO LDL-TOT-LABEL.
JDM030     MOVE WS-CUM-ARCH TO LDL-TOT-VALUE.
JDM030     PERFORM WRITE-TOT-PARA.
JDM030     MOVE 'PURGES - CUMUL APRES CE PASSAGE' TO LDL-TOT-LABEL.
JDM030     MOVE WS-CUM-PURG TO LDL-TOT-VALUE.
JDM030     PERFORM WRITE-TOT-PARA.
JDM030     IF WS-PRV-T-COUNT > ZERO
JDM030         AND (WS-PRV-CUM-ARCH NOT = WS-PRV-ARCH
JDM030              OR WS-PRV-CUM-PURG NOT = WS-PRV-PURG)
JDM030         MOVE 'Y' TO WS-RECON-ERR
JDM030         MOVE 'CUMULS DE LA DERNIERE ENTREE NON CONFORMES'
JDM030             TO LDL-MSG-TEXT
JDM030         PERFORM WRITE-MSG-PARA
JDM030     END-IF.
JDM030     IF WS-CUM-ARCH NOT = WS-CUM-PURG
JDM030         MOVE 'Y' TO WS-RECON-ERR
JDM030         MOVE 'ARCHIVES ET PURGES CUMULES NE CONCORDENT PAS'
JDM030             TO LDL-MSG-TEXT
JDM030         PERFORM WRITE-MSG-PARA
JDM030     END-IF.
JDM030     IF WS-RECON-ERR = 'N'
JDM030         MOVE 'RAPPROCHEMENT CUMULE CORRECT' TO LDL-MSG-TEXT
JDM030         PERFORM WRITE-MSG-PARA
JDM030     END-IF.
JDM030 WRITE-SECT-PARA.
JDM030     WRITE LDL-REC FROM LDL-BLANK-LINE.
JDM030     PERFORM CHECK-LDL-STATUS.
JDM030     WRITE LDL-REC FROM LDL-SECT-LINE.
JDM030     PERFORM CHECK-LDL-STATUS.
JDM030 WRITE-TOT-PARA.
JDM030     WRITE LDL-REC FROM LDL-TOT-LINE.
JDM030     PERFORM CHECK-LDL-STATUS.
JDM030 WRITE-MSG-PARA.
JDM030     WRITE LDL-REC FROM LDL-MSG-LINE.
JDM030     PERFORM CHECK-LDL-STATUS.
002070 CHECK-AUDIT-STATUS.
************************************************************************
002080*    STOPS THE JOB IF AUDITIN CANNOT BE OPENED OR READ
JDM023         END-STRING
JDM023         PERFORM FATAL-PARA
JDM023     END-IF.
JDM030 CHECK-LDG-STATUS.
************************************************************************
JDM030*    STOPS THE JOB IF LEDGER CANNOT BE READ OR EXTENDED - 05 IS
JDM030*    A LEDGER NOT YET CREATED
************************************************************************
JDM030     IF F-KEY5 NOT = '00' AND F-KEY5 NOT = '05'
JDM030         AND F-KEY5 NOT = '10'
JDM030         MOVE 'CHECK-LDG-STATUS' TO PL-CALLER-PARA
JDM030         STRING 'I/O ERROR ON LEDGER - STATUS ' F-KEY5
JDM030             DELIMITED BY SIZE INTO PL-CALLER-MSG
JDM030         END-STRING
JDM030         PERFORM FATAL-PARA
JDM030     END-IF.
JDM030 CHECK-CTL-STATUS.
************************************************************************
JDM030*    STOPS THE JOB IF SCHEDCTL CANNOT BE READ - 05 IS NO
JDM030*    SCHEDCTL ALLOCATED
************************************************************************
JDM030     IF F-KEY6 NOT = '00' AND F-KEY6 NOT = '05'
JDM030         AND F-KEY6 NOT = '10'
JDM030         MOVE 'CHECK-CTL-STATUS' TO PL-CALLER-PARA
JDM030         STRING 'I/O ERROR ON SCHEDCTL - STATUS ' F-KEY6
JDM030             DELIMITED BY SIZE INTO PL-CALLER-MSG
JDM030         END-STRING
JDM030         PERFORM FATAL-PARA
JDM030     END-IF.
JDM030 CHECK-LDL-STATUS.
************************************************************************
JDM030*    STOPS THE JOB IF LDGLIST CANNOT BE OPENED OR WRITTEN TO
************************************************************************
JDM030     IF F-KEY7 NOT = '00'
JDM030         MOVE 'CHECK-LDL-STATUS' TO PL-CALLER-PARA
JDM030         STRING 'I/O ERROR ON LDGLIST - STATUS ' F-KEY7
JDM030             DELIMITED BY SIZE INTO PL-CALLER-MSG
JDM030         END-STRING
JDM030         PERFORM FATAL-PARA
JDM030     END-IF.
JDM032 MASK-HIST-PARA.
************************************************************************
JDM032*    MASKS THE VALUE OF HIST-CARD IN PLACE WHEN ITS KEYWORD IS
JDM032*    SENSITIVE FOR THE STEP - A DICTIONARY PARMMASK CANNOT
JDM032*    READ STOPS THE RUN RATHER THAN STORE A VALUE CLEAR
************************************************************************
JDM032     MOVE HK-STEPNAME TO PMSK-APPL.
JDM032     MOVE HIST-CARD   TO PMSK-CARD.
JDM032     CALL 'PARMMASK' USING PMSK-REQUEST.
JDM032     IF PMSK-RC NOT = '0'
JDM032         MOVE 'MASK-HIST-PARA' TO PL-CALLER-PARA
JDM032         MOVE PMSK-MESSAGE TO PL-CALLER-MSG
JDM032         PERFORM FATAL-PARA
JDM032     END-IF.
JDM032     MOVE PMSK-CARD   TO HIST-CARD.
002210 FATAL-PARA.
************************************************************************
002220*    HANDS THE FAILURE TO RPDUMP - TITLED DIAGNOSTIC DUMP AND
