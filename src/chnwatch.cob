000220* THE SAME WAY A CHAIN THAT FAILED DOES.  PAIRS WHOSE CUTOFF    *
000230* HAS NOT ARRIVED YET ARE COUNTED AS PENDING, NOT ALERTED.      *
000240* THE DAY'S RUN-ID HONORS THE PARMCARD BUSINESS-DATE AND        *
000244* CYCLE-NUMBER OVERRIDES, AS THE CHAIN STEPS DO, AND ENDS IN    *
000248* THE PARMCARD ENTITY CODE: EACH ENTITY IS WATCHED BY ITS OWN   *
000252* SUBMISSION AGAINST ITS OWN CALENDAR AND CUTOFFS, SO ONE       *
000254* UNIT'S QUIET DAY OR FAILED STEP NEVER HIDES OR RAISES         *
000256* ANOTHER'S.                                                    *
000260*                                                                *
000270* RETURN CODES: 0 = EVERY DUE PAIR HAS A TRACE (OR A QUIET      *
000280* CALENDAR DAY); 8 = AT LEAST ONE DUE PAIR HAS NO TRACE; 16 =   *
000310*------------------------------------------------------------------
000320* MOD HISTORY                                                    *
000330*   2026-09-02  DLF  INITIAL VERSION.                            *
000331*   2026-10-15  DLF  STEP CROSS-REFERENCE LOADED FROM THE        *
000332*                    CHAINDEF CONTROL FILE THROUGH CHNLOAD.  A   *
000333*                    PAIR WHOSE STEP IS INACTIVE ON CHAINDEF IS  *
000334*                    REPORTED AND COUNTED BUT NEVER ALERTED.     *
000335*   2026-10-15  DLF  A PAIR WITH A BYPASS CHECKPOINT FROM THE    *
000336*                    STEP HOLD/BYPASS CONTROL FILE IS REPORTED   *
000337*                    AS INTENTIONALLY SKIPPED AND COUNTED - IT   *
000338*                    IS NEVER LATE OR MISSING.                   *
000339*   2026-10-15  DLF  THE CHECKPOINT FILE AND AUDIT LOG ARE NOW   *
000340*                    INDEXED; EACH IS STARTED AT THE DAY'S RUN-  *
000341*                    ID AND READ FORWARD ONLY WHILE THE RUN-ID   *
000342*                    MATCHES.                                    *
000343*   2026-10-15  DLF  ADDED THE ENTITY CODE FROM PARMCARD.  IT    *
000344*                    ENDS THE RUN-ID, SO ONLY THE ENTITY'S OWN   *
000345*                    CHECKPOINTS AND AUDIT RECORDS ARE TRACES,   *
000346*                    SELECTS THE ENTITY'S OWN CALENDAR RECORDS   *
000347*                    AND SLA CUTOFFS (AN ENTITY CUTOFF REPLACES  *
000348*                    THE ALL-ENTITY ONE), AND IS STAMPED ON THE  *
000349*                    ALERT RECORD AND PRINTED IN THE HEADING.    *
000350******************************************************************
000351 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.    CHNWATCH.
000370 AUTHOR.        D. L. FENWICK.
000380 INSTALLATION.  SHOP BATCH SUPPORT SECTION.
000590
000600     SELECT CKPT-FILE
000610         ASSIGN TO "CKPTFILE"
000615         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000625         RECORD KEY IS CKPT-KEY
000630         FILE STATUS IS WS-CKPT-FILE-STATUS.
000640
000650     SELECT AUDIT-FILE
000660         ASSIGN TO "AUDITLOG"
000665         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000675         RECORD KEY IS AUD-KEY
000680         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000690
000700     SELECT ALERT-FILE
001040     COPY CALREC.
001050
001060*----------------------------------------------------------------*
001066*    CHECKPOINT FILE, KEYED ON RUN-ID - STARTED AT THE DAY'S     *
001073*    RUN-ID AND READ FORWARD WHILE IT MATCHES.                   *
001080*----------------------------------------------------------------*
001095 FD  CKPT-FILE.
001110     COPY CKPTREC.
001120
001130*----------------------------------------------------------------*
001136*    AUDIT LOG, KEYED ON RUN-ID - STARTED AT THE DAY'S RUN-ID    *
001143*    AND READ FORWARD WHILE IT MATCHES.                          *
001150*----------------------------------------------------------------*
001165 FD  AUDIT-FILE.
001180     COPY AUDITREC.
001190
001200*----------------------------------------------------------------*
001790     88  WS-TRACE-FOUND               VALUE "Y".
001800 77  WS-XREF-FOUND-SWITCH         PIC X(01) VALUE "N".
001810     88  WS-XREF-FOUND                VALUE "Y".
001813 77  WS-CAT-FOUND-SWITCH          PIC X(01) VALUE "N".
001816     88  WS-CAT-FOUND                 VALUE "Y".
001820
001830*----------------------------------------------------------------*
001840*    CYCLE NUMBER FOLDED INTO THE RUN-ID, AS IN STEP010.         *
001850*----------------------------------------------------------------*
001860 77  WS-CYCLE-NUMBER              PIC X(02) VALUE "00".
001861
001863*----------------------------------------------------------------*
001865*    ENTITY CODE ENDING THE RUN-ID, AS IN STEP010.               *
001866*----------------------------------------------------------------*
001868 77  WS-ENTITY-CODE               PIC X(04) VALUE "0000".
001870
001880*----------------------------------------------------------------*
001890*    CATALOG OF EXPECTED STEP/MODE PAIRS WITH CUTOFFS, FROM      *
001895*    THE SLA FILE - THIS ENTITY'S PAIRS AND THE ALL-ENTITY       *
001900*    (BLANK) PAIRS, ONE ENTRY PER PAIR.  AN ENTITY'S OWN CUTOFF  *
001905*    REPLACES THE ALL-ENTITY CUTOFF FOR THE SAME PAIR.           *
001910*----------------------------------------------------------------*
001920 77  WS-CAT-TABLE-MAX             PIC 9(04) COMP VALUE 50.
001930 77  WS-CAT-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
001980         10  WS-CAT-STEP              PIC X(08).
001990         10  WS-CAT-MODE              PIC X(14).
002000         10  WS-CAT-CUTOFF            PIC X(06).
002005         10  WS-CAT-ENTITY            PIC X(04).
002010
002020*----------------------------------------------------------------*
002030*    THE DAY'S CHECKPOINT RECORDS.                               *
002100     05  WS-CKP-ENTRY OCCURS 100 TIMES.
002110         10  WS-CKP-STEP-NAME         PIC X(08).
002120         10  WS-CKP-RUN-MODE          PIC X(14).
002123         10  WS-CKP-STATUS            PIC X(01).
002126             88  WS-CKP-IS-BYPASS         VALUE "B".
002130
002140*----------------------------------------------------------------*
002150*    THE DAY'S AUDIT RECORDS.                                    *
002280*----------------------------------------------------------------*
002290 77  WS-WANTED-PROGRAM            PIC X(08) VALUE SPACES.
002300 77  WS-XREF-IDX                  PIC 9(04) COMP VALUE ZERO.
002305 77  WS-XREF-HIT                  PIC 9(04) COMP VALUE ZERO.
002310 77  WS-CLOCK-NOW                 PIC X(06) VALUE SPACES.
002320
002330*----------------------------------------------------------------*
002360 77  WS-DUE-COUNT                 PIC 9(05) COMP VALUE ZERO.
002370 77  WS-PENDING-COUNT             PIC 9(05) COMP VALUE ZERO.
002380 77  WS-MISSING-COUNT             PIC 9(05) COMP VALUE ZERO.
002385 77  WS-INACTIVE-COUNT            PIC 9(05) COMP VALUE ZERO.
002387 77  WS-BYPASS-COUNT              PIC 9(05) COMP VALUE ZERO.
002390 77  WS-FINAL-RETURN-CODE         PIC 9(04) VALUE ZERO.
002400
002410*----------------------------------------------------------------*
002860     IF WS-FINAL-RETURN-CODE NOT < 16
002870         GO TO 0000-WRAP-UP
002880     END-IF
002885     PERFORM 1200-LOAD-CHAIN-DEFINITION THRU 1200-EXIT
002890     PERFORM 3000-LOAD-CKPT-RECORDS THRU 3000-EXIT
002900     PERFORM 4000-LOAD-AUDIT-RECORDS THRU 4000-EXIT
002910     PERFORM 5000-CHECK-EXPECTED-PAIRS THRU 5000-EXIT.
003110     PERFORM 1100-READ-RUN-OVERRIDES THRU 1100-EXIT
003120     STRING WS-JH-RUN-DATE  DELIMITED BY SIZE
003130            WS-CYCLE-NUMBER DELIMITED BY SIZE
003140            WS-ENTITY-CODE  DELIMITED BY SIZE
003150            INTO WS-JH-RUN-ID
003160     END-STRING
003170     MOVE ZERO TO WS-FINAL-RETURN-CODE
003230*----------------------------------------------------------------*
003240* 1100-READ-RUN-OVERRIDES                                        *
003250*    READS THE OPTIONAL PARM CARD FOR THE BUSINESS-DATE AND      *
003258*    CYCLE-NUMBER OVERRIDES AND THE ENTITY CODE.  A MISSING OR   *
003266*    EMPTY CARD, OR BLANK FIELDS, LEAVE THE DEFAULTS (TODAY,     *
003274*    CYCLE 00, ENTITY 0000) IN PLACE - THE NORMAL NIGHTLY CASE   *
003282*    NEEDS NO CARD CHANGES.                                      *
003290*----------------------------------------------------------------*
003300 1100-READ-RUN-OVERRIDES.
003310     OPEN INPUT PARM-FILE
003450     IF PARM-CYCLE-NUMBER NOT = SPACES
003460         AND PARM-CYCLE-NUMBER IS NUMERIC
003470         MOVE PARM-CYCLE-NUMBER TO WS-CYCLE-NUMBER
003472     END-IF
003475     IF PARM-ENTITY-CODE NOT = SPACES
003477         MOVE PARM-ENTITY-CODE TO WS-ENTITY-CODE
003480     END-IF.
003490 1100-EXIT.
003500     EXIT.
003820             SET WS-EOF TO TRUE
003830         NOT AT END
003840             IF CAL-DATE = WS-JH-RUN-DATE
003842                 AND (CAL-ENTITY-CODE = WS-ENTITY-CODE
003845                     OR (CAL-ENTITY-CODE = SPACES
003847                         AND WS-ENTITY-CODE = "0000"))
003850                 IF NOT CAL-PROCESSING-DAY
003860                     SET WS-NO-PROCESSING-DAY TO TRUE
003870                 END-IF
003900     END-READ.
003910 1310-EXIT.
003920     EXIT.
003921
003922*----------------------------------------------------------------*
003923* 1200-LOAD-CHAIN-DEFINITION                                     *
003924*    LOADS THE STEP CROSS-REFERENCE FROM THE CHAIN-DEFINITION    *
003925*    CONTROL FILE THROUGH THE SHARED CHNLOAD ROUTINE.  A FAILURE *
003926*    IS PRINTED AND POSTED BUT THE WATCH STILL RUNS ON THE       *
003927*    CHECKPOINT TRACES - A WATCHDOG MUST NOT GO QUIET BECAUSE A  *
003928*    CONTROL FILE IS MISSING.                                    *
003929*----------------------------------------------------------------*
003930 1200-LOAD-CHAIN-DEFINITION.
003931     MOVE WS-JH-JOB-NAME TO XREF-JOB-NAME
003932     MOVE WS-JH-RUN-ID   TO XREF-RUN-ID
003933     CALL "CHNLOAD" USING XREF-AREA
003934     IF XREF-RETURN-CODE = ZERO
003935         GO TO 1200-EXIT
003936     END-IF
003937     MOVE " " TO PRT-CARRIAGE-CONTROL
003938     MOVE XREF-MESSAGE-TEXT TO PRT-TEXT
003939     WRITE PRT-FILE-RECORD
003940     IF XREF-RETURN-CODE > WS-FINAL-RETURN-CODE
003941         MOVE XREF-RETURN-CODE TO WS-FINAL-RETURN-CODE
003942     END-IF.
003943 1200-EXIT.
003944     EXIT.
003945
003947*----------------------------------------------------------------*
003950* 2000-LOAD-CATALOG                                              *
003960*    LOADS THE EXPECTED STEP/MODE PAIRS AND CUTOFFS FROM THE     *
003970*    SLA CONTROL FILE.  A MISSING OR EMPTY CATALOG FAILS THE     *
003980*    WATCHDOG - A WATCHDOG WITH NOTHING TO WATCH MUST NOT        *
003986*    REPORT A QUIET NIGHT.  ANOTHER ENTITY'S PAIRS ARE PASSED    *
003993*    OVER.                                                       *
004000*----------------------------------------------------------------*
004010 2000-LOAD-CATALOG.
004020     OPEN INPUT SLA-FILE
004260         AT END
004270             SET WS-EOF TO TRUE
004280         NOT AT END
004282             IF SLA-ENTITY-CODE NOT = SPACES
004284                 AND SLA-ENTITY-CODE NOT = WS-ENTITY-CODE
004286                 GO TO 2010-EXIT
004288             END-IF
004290             MOVE "N" TO WS-CAT-FOUND-SWITCH
004292             PERFORM 2020-MATCH-CATALOG-ENTRY THRU 2020-EXIT
004294                 VARYING WS-CAT-IDX FROM 1 BY 1
004296                 UNTIL WS-CAT-IDX > WS-CAT-TABLE-COUNT
004298                    OR WS-CAT-FOUND
004300             IF WS-CAT-FOUND
004302                 GO TO 2010-EXIT
004304             END-IF
004306             IF WS-CAT-TABLE-COUNT < WS-CAT-TABLE-MAX
004308                 ADD 1 TO WS-CAT-TABLE-COUNT
004310                 MOVE SLA-STEP-NAME TO
004320                     WS-CAT-STEP(WS-CAT-TABLE-COUNT)
004330                 MOVE SLA-RUN-MODE TO
004340                     WS-CAT-MODE(WS-CAT-TABLE-COUNT)
004350                 MOVE SLA-CUTOFF-TIME TO
004360                     WS-CAT-CUTOFF(WS-CAT-TABLE-COUNT)
004363                 MOVE SLA-ENTITY-CODE TO
004366                     WS-CAT-ENTITY(WS-CAT-TABLE-COUNT)
004370             ELSE
004380                 ADD 1 TO WS-CAT-OVERFLOW
004390             END-IF
004400     END-READ.
004410 2010-EXIT.
004415     EXIT.
004416
004417*----------------------------------------------------------------*
004418* 2020-MATCH-CATALOG-ENTRY                                       *
004419*    THE PAIR IS ALREADY IN THE CATALOG.  AN ENTITY CUTOFF       *
004420*    REPLACES AN ALL-ENTITY ONE; AN ALL-ENTITY CUTOFF NEVER      *
004421*    REPLACES AN ENTITY ONE.                                     *
004422*----------------------------------------------------------------*
004423 2020-MATCH-CATALOG-ENTRY.
004424     IF WS-CAT-STEP(WS-CAT-IDX) NOT = SLA-STEP-NAME
004425         OR WS-CAT-MODE(WS-CAT-IDX) NOT = SLA-RUN-MODE
004426         GO TO 2020-EXIT
004427     END-IF
004428     SET WS-CAT-FOUND TO TRUE
004429     IF SLA-ENTITY-CODE NOT = SPACES
004430         MOVE SLA-CUTOFF-TIME TO WS-CAT-CUTOFF(WS-CAT-IDX)
004431         MOVE SLA-ENTITY-CODE TO WS-CAT-ENTITY(WS-CAT-IDX)
004432     END-IF.
004433 2020-EXIT.
004434     EXIT.
004435
004440*----------------------------------------------------------------*
004450* 3000-LOAD-CKPT-RECORDS                                         *
004460*    LOADS THE DAY'S COMPLETE CHECKPOINTS.  A MISSING FILE       *
004580         END-IF
004590         GO TO 3000-EXIT
004600     END-IF
004605     MOVE "N" TO WS-EOF-SWITCH
004606     MOVE WS-JH-RUN-ID TO CKPT-RUN-ID
004607     MOVE LOW-VALUES TO CKPT-STEP-NAME CKPT-RUN-MODE
004608     START CKPT-FILE KEY NOT < CKPT-KEY
004609         INVALID KEY
004610             SET WS-EOF TO TRUE
004611     END-START
004612     IF WS-CKPT-FILE-STATUS NOT = "00"
004613         AND WS-CKPT-FILE-STATUS NOT = "23"
004614         SET WS-EOF TO TRUE
004615         MOVE "CKPTFILE" TO FSTAT-DD-NAME
004616         MOVE "START   " TO FSTAT-OPERATION
004617         MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
004618         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
004619     END-IF
004620     PERFORM 3010-READ-CKPT-RECORD THRU 3010-EXIT
004630         UNTIL WS-EOF
004640     CLOSE CKPT-FILE.
004660     EXIT.
004670
004680 3010-READ-CKPT-RECORD.
004690     READ CKPT-FILE NEXT
004700         AT END
004710             SET WS-EOF TO TRUE
004720         NOT AT END
004722             IF CKPT-RUN-ID NOT = WS-JH-RUN-ID
004725                 SET WS-EOF TO TRUE
004727             END-IF
004730             IF CKPT-RUN-ID = WS-JH-RUN-ID
004740                 AND (CKPT-STEP-COMPLETE OR CKPT-STEP-BYPASSED)
004750                 IF WS-CKP-TABLE-COUNT < WS-CKP-TABLE-MAX
004760                     ADD 1 TO WS-CKP-TABLE-COUNT
004770                     MOVE CKPT-STEP-NAME TO
004780                       WS-CKP-STEP-NAME(WS-CKP-TABLE-COUNT)
004790                     MOVE CKPT-RUN-MODE TO
004800                       WS-CKP-RUN-MODE(WS-CKP-TABLE-COUNT)
004803                     MOVE CKPT-STATUS TO
004806                       WS-CKP-STATUS(WS-CKP-TABLE-COUNT)
004810                 ELSE
004820                     ADD 1 TO WS-CKP-OVERFLOW
004830                 END-IF
005020         END-IF
005030         GO TO 4000-EXIT
005040     END-IF
005045     MOVE "N" TO WS-EOF-SWITCH
005046     MOVE WS-JH-RUN-ID TO AUD-RUN-ID
005047     MOVE LOW-VALUES TO AUD-PROGRAM-ID AUD-START-TIMESTAMP
005048     START AUDIT-FILE KEY NOT < AUD-KEY
005049         INVALID KEY
005050             SET WS-EOF TO TRUE
005051     END-START
005052     IF WS-AUDIT-FILE-STATUS NOT = "00"
005053         AND WS-AUDIT-FILE-STATUS NOT = "23"
005054         SET WS-EOF TO TRUE
005055         MOVE "AUDITLOG" TO FSTAT-DD-NAME
005056         MOVE "START   " TO FSTAT-OPERATION
005057         MOVE WS-AUDIT-FILE-STATUS TO FSTAT-FILE-STATUS
005058         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005059     END-IF
005060     PERFORM 4010-READ-AUDIT-RECORD THRU 4010-EXIT
005070         UNTIL WS-EOF
005080     CLOSE AUDIT-FILE.
005100     EXIT.
005110
005120 4010-READ-AUDIT-RECORD.
005130     READ AUDIT-FILE NEXT
005140         AT END
005150             SET WS-EOF TO TRUE
005160         NOT AT END
005240                 ELSE
005250                     ADD 1 TO WS-AUD-OVERFLOW
005260                 END-IF
005263             ELSE
005266                 SET WS-EOF TO TRUE
005270             END-IF
005280     END-READ.
005290 4010-EXIT.
005350*    PASSED AND WHICH HAS NEITHER A COMPLETE CHECKPOINT NOR AN   *
005360*    AUDIT RECORD (ANY RETURN CODE - EVEN A FAILED ATTEMPT IS    *
005370*    A TRACE, AND THE FAILURE PATHS ALERT FOR THEMSELVES) IS     *
005380*    MISSING: REPORT IT AND RAISE THE CRITICAL ALERT.  A PAIR    *
005381*    WHOSE STEP IS MARKED INACTIVE ON THE CHAIN DEFINITION IS    *
005383*    NOT EXPECTED TO RUN AND IS ONLY LISTED, AND SO IS A PAIR    *
005385*    THE OPERATORS BYPASSED THROUGH THE HOLD FILE - ITS BYPASS   *
005387*    CHECKPOINT SAYS THE SKIP WAS INTENTIONAL.                   *
005390*----------------------------------------------------------------*
005400 5000-CHECK-EXPECTED-PAIRS.
005410     PERFORM 5200-CHECK-ONE-PAIR THRU 5200-EXIT
005510     EXIT.
005520
005530 5200-CHECK-ONE-PAIR.
005531     PERFORM 5400-XREF-STEP-TO-PROGRAM THRU 5400-EXIT
005532     IF WS-XREF-FOUND
005533         AND XREF-STEP-INACTIVE(WS-XREF-HIT)
005534         ADD 1 TO WS-INACTIVE-COUNT
005535         MOVE SPACES TO WS-DETAIL-LINE
005536         STRING "INACTIVE - STEP "       DELIMITED BY SIZE
005537                WS-CAT-STEP(WS-CAT-IDX)  DELIMITED BY SIZE
005538                " MODE "                 DELIMITED BY SIZE
005539                WS-CAT-MODE(WS-CAT-IDX)  DELIMITED BY SIZE
005540                " RETIRED ON CHAINDEF - NOT WATCHED"
005541                                         DELIMITED BY SIZE
005542                INTO WS-DETAIL-LINE
005543         END-STRING
005544         MOVE " " TO PRT-CARRIAGE-CONTROL
005545         MOVE WS-DETAIL-LINE TO PRT-TEXT
005546         WRITE PRT-FILE-RECORD
005547         GO TO 5200-EXIT
005548     END-IF
005549     PERFORM 5250-FIND-BYPASS THRU 5250-EXIT
005550     IF WS-TRACE-FOUND
005551         ADD 1 TO WS-BYPASS-COUNT
005552         MOVE SPACES TO WS-DETAIL-LINE
005553         STRING "BYPASSED - STEP "       DELIMITED BY SIZE
005554                WS-CAT-STEP(WS-CAT-IDX)  DELIMITED BY SIZE
005555                " MODE "                 DELIMITED BY SIZE
005556                WS-CAT-MODE(WS-CAT-IDX)  DELIMITED BY SIZE
005557                " INTENTIONALLY SKIPPED BY OPERATOR"
005558                                         DELIMITED BY SIZE
005559                INTO WS-DETAIL-LINE
005560         END-STRING
005561         MOVE " " TO PRT-CARRIAGE-CONTROL
005562         MOVE WS-DETAIL-LINE TO PRT-TEXT
005563         WRITE PRT-FILE-RECORD
005564         GO TO 5200-EXIT
005565     END-IF
005566     IF WS-CAT-CUTOFF(WS-CAT-IDX) > WS-CLOCK-NOW
005567         ADD 1 TO WS-PENDING-COUNT
005568         GO TO 5200-EXIT
005570     END-IF
005580     ADD 1 TO WS-DUE-COUNT
005590     PERFORM 5300-FIND-ANY-TRACE THRU 5300-EXIT
005780     MOVE WS-DETAIL-LINE(1:80) TO WS-ALERT-TEXT
005790     PERFORM 7000-WRITE-ALERT-RECORD THRU 7000-EXIT.
005800 5200-EXIT.
005803     EXIT.
005806
005807*----------------------------------------------------------------*
005808* 5250-FIND-BYPASS                                               *
005809*    LOOKS FOR A BYPASS CHECKPOINT FOR THE CATALOG ENTRY'S STEP *
005810*    AND MODE.  THE TRACE SWITCH CARRIES THE ANSWER.            *
005811*----------------------------------------------------------------*
005812 5250-FIND-BYPASS.
005813     MOVE "N" TO WS-TRACE-SWITCH
005814     PERFORM 5260-MATCH-BYPASS-ENTRY THRU 5260-EXIT
005815         VARYING WS-CKP-IDX FROM 1 BY 1
005816         UNTIL WS-CKP-IDX > WS-CKP-TABLE-COUNT
005817            OR WS-TRACE-FOUND.
005818 5250-EXIT.
005819     EXIT.
005820
005821 5260-MATCH-BYPASS-ENTRY.
005822     IF WS-CKP-STEP-NAME(WS-CKP-IDX) = WS-CAT-STEP(WS-CAT-IDX)
005823         AND WS-CKP-RUN-MODE(WS-CKP-IDX) =
005824             WS-CAT-MODE(WS-CAT-IDX)
005825         AND WS-CKP-IS-BYPASS(WS-CKP-IDX)
005826         SET WS-TRACE-FOUND TO TRUE
005827     END-IF.
005828 5260-EXIT.
005829     EXIT.
005830
005831*----------------------------------------------------------------*
005840* 5300-FIND-ANY-TRACE                                            *
005850*    LOOKS FOR ANY CHECKPOINT FOR THE CATALOG ENTRY'S            *
005860*    STEP AND MODE, OR ANY AUDIT RECORD FOR ITS PROGRAM AND      *
005870*    MODE.                                                       *
005880*----------------------------------------------------------------*
006380     IF XREF-STEP-NAME(WS-XREF-IDX) = WS-CAT-STEP(WS-CAT-IDX)
006390         MOVE XREF-PROGRAM-ID(WS-XREF-IDX)
006400             TO WS-WANTED-PROGRAM
006405         MOVE WS-XREF-IDX TO WS-XREF-HIT
006410         SET WS-XREF-FOUND TO TRUE
006420     END-IF.
006430 5410-EXIT.
006540            WS-JH-RUN-TIME  DELIMITED BY SIZE
006550            "   RUN-ID: "   DELIMITED BY SIZE
006560            WS-JH-RUN-ID    DELIMITED BY SIZE
006563            "   ENTITY: "   DELIMITED BY SIZE
006566            WS-ENTITY-CODE  DELIMITED BY SIZE
006570            INTO WS-RUNDATE-LINE
006580     END-STRING
006590     MOVE " " TO PRT-CARRIAGE-CONTROL
006950     MOVE "O"                  TO ALR-STATUS
006960     MOVE SPACES               TO ALR-ACK-OPERATOR
006970     MOVE SPACES               TO ALR-ACK-TIMESTAMP
006975     MOVE WS-ENTITY-CODE       TO ALR-ENTITY-CODE
006980     MOVE SPACES               TO ALR-RESERVED
006990     WRITE ALERT-RECORD
007000     MOVE "ALERTFIL" TO FSTAT-DD-NAME
007670     MOVE " " TO PRT-CARRIAGE-CONTROL
007680     MOVE WS-COUNT-LINE TO PRT-TEXT
007690     WRITE PRT-FILE-RECORD
007691     MOVE WS-INACTIVE-COUNT TO WS-EDIT-COUNT
007692     MOVE SPACES TO WS-COUNT-LINE
007693     STRING "PAIRS FOR INACTIVE STEPS: " DELIMITED BY SIZE
007694            WS-EDIT-COUNT                DELIMITED BY SIZE
007695            INTO WS-COUNT-LINE
007696     END-STRING
007697     MOVE " " TO PRT-CARRIAGE-CONTROL
007698     MOVE WS-COUNT-LINE TO PRT-TEXT
007699     WRITE PRT-FILE-RECORD
007700     MOVE WS-BYPASS-COUNT TO WS-EDIT-COUNT
007701     MOVE SPACES TO WS-COUNT-LINE
007702     STRING "PAIRS BYPASSED BY OPERATOR: " DELIMITED BY SIZE
007703            WS-EDIT-COUNT                  DELIMITED BY SIZE
007704            INTO WS-COUNT-LINE
007705     END-STRING
007706     MOVE " " TO PRT-CARRIAGE-CONTROL
007707     MOVE WS-COUNT-LINE TO PRT-TEXT
007708     WRITE PRT-FILE-RECORD
007709     IF WS-CAT-OVERFLOW > ZERO
007710         OR WS-CKP-OVERFLOW > ZERO
007720         OR WS-AUD-OVERFLOW > ZERO
007730         MOVE " " TO PRT-CARRIAGE-CONTROL
