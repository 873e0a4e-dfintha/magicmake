000160* THE CHAIN STEPS DO - RUN DATE PLUS SIX ZEROS), MERGES THAT     *
000170* DAY'S CHECKPOINT AND AUDIT RECORDS, AND PRINTS ONE LINE PER    *
000180* STEP AND RUN MODE SHOWING COMPLETE, FAILED (WITH THE AUDIT     *
000188* RETURN CODE), HELD OR BYPASSED BY THE OPERATORS, OR NOT RUN,   *
000196* PLUS THE START TIME AND ELAPSED SECONDS.  THE EXPECTED         *
000205* STEP/MODE PAIRS COME FROM THE SLA CONTROL FILE - THE SAME      *
000213* CATALOG THE SLA MONITOR USES - SO A STEP THAT NEVER RAN AT     *
000221* ALL STILL GETS ITS NOT RUN LINE.                               *
000223* THE CARD ALSO NAMES THE ENTITY (BLANK IS THE HOME ENTITY       *
000225* 0000); ONLY THAT ENTITY'S RUN, DAY STATE, AND CATALOG ARE      *
000227* REPORTED.                                                      *
000230* RECORDS FOR STEP/MODE PAIRS NOT ON THE CATALOG ARE LISTED      *
000240* AFTERWARDS SO NOTHING ON EITHER FILE IS INVISIBLE.             *
000250*------------------------------------------------------------------
000277*                    PLUS FOUR ZEROS) SO A RERUN OF A PRIOR       *
000278*                    BUSINESS DATE CAN BE INQUIRED ON UNDER ITS  *
000279*                    OWN RUN-ID.                                 *
000280*   2026-09-02  DLF  ADDED THE DAY-STATE LINE TO THE REPORT      *
000281*                    HEADER - THE BRIDGE CAN NOW SEE AT A GLANCE *
000282*                    WHETHER THE BUSINESS DAY IS OPEN, CLOSED,   *
000283*                    OR IN A BROKEN HALF-STATE (OPEN FOR A       *
000284*                    DIFFERENT DATE THAN THE INQUIRY).           *
000285*   2026-10-15  DLF  THE STEP CROSS-REFERENCE IS LOADED FROM THE *
000286*                    CHAINDEF CONTROL FILE THROUGH CHNLOAD AT    *
000287*                    START-UP INSTEAD OF BEING COMPILED IN.      *
000288*   2026-10-15  DLF  A STEP THE OPERATORS BYPASSED THROUGH THE   *
000289*                    STEP HOLD/BYPASS CONTROL FILE SHOWS         *
000290*                    BYPASSED, AND ONE THEY HELD SHOWS HELD      *
000291*                    INSTEAD OF FAILED.                          *
000292*   2026-10-15  DLF  THE DAY-STATE LINE IS FOLLOWED BY A         *
000293*                    PERIOD-END LINE WHEN THE DAY STATE SHOWS A  *
000294*                    PERIOD-END PENDING OR DONE.                 *
000295*   2026-10-15  DLF  THE CHECKPOINT FILE AND AUDIT LOG ARE NOW   *
000296*                    INDEXED; EACH IS STARTED AT THE INQUIRY     *
000297*                    RUN-ID AND READ FORWARD ONLY WHILE THE RUN- *
000298*                    ID MATCHES.                                 *
000299*   2026-10-15  DLF  ADDED THE ENTITY CODE TO THE INQUIRY CARD.  *
000300*                    IT ENDS THE INQUIRY RUN-ID, SO ONLY THAT    *
000301*                    ENTITY'S CHECKPOINTS AND AUDIT RECORDS ARE  *
000302*                    SHOWN; THE DAY-STATE LINE AND THE CATALOG   *
000303*                    ARE THE ENTITY'S OWN, AND THE ENTITY IS     *
000304*                    PRINTED IN THE HEADING.                     *
000305******************************************************************
000306 IDENTIFICATION DIVISION.
000307 PROGRAM-ID.    CHNSTAT.
000310 AUTHOR.        D. L. FENWICK.
000320 INSTALLATION.  SHOP BATCH SUPPORT SECTION.
000330 DATE-WRITTEN.  2026-08-22.
000480
000490     SELECT CKPT-FILE
000500         ASSIGN TO "CKPTFILE"
000505         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000515         RECORD KEY IS CKPT-KEY
000520         FILE STATUS IS WS-CKPT-FILE-STATUS.
000530
000540     SELECT AUDIT-FILE
000550         ASSIGN TO "AUDITLOG"
000555         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000565         RECORD KEY IS AUD-KEY
000570         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000580
000590     SELECT PRINT-FILE
000790     COPY SLAREC.
000800
000810*----------------------------------------------------------------*
000816*    CHECKPOINT FILE, KEYED ON RUN-ID - STARTED AT THE DAY'S     *
000823*    RUN-ID AND READ FORWARD WHILE IT MATCHES.                   *
000830*----------------------------------------------------------------*
000845 FD  CKPT-FILE.
000860     COPY CKPTREC.
000870
000880*----------------------------------------------------------------*
000886*    AUDIT LOG, KEYED ON RUN-ID - STARTED AT THE DAY'S RUN-ID    *
000893*    AND READ FORWARD WHILE IT MATCHES.                          *
000900*----------------------------------------------------------------*
000915 FD  AUDIT-FILE.
000930     COPY AUDITREC.
000940
000950*----------------------------------------------------------------*
001030     05  PRT-TEXT                PIC X(132).
001032
001033*----------------------------------------------------------------*
001034*    BUSINESS DAY-STATE CONTROL FILE - ONE RECORD PER ENTITY     *
001035*    SAYS WHETHER ITS BUSINESS DAY IS OPEN OR CLOSED AND FOR     *
001036*    WHICH DATE.  SEE COPYBOOK DAYSTREC.                         *
001037*----------------------------------------------------------------*
001038 FD  DAYS-FILE
001039     RECORDING MODE IS F.
001042     COPY DAYSTREC.
001045
001050 WORKING-STORAGE SECTION.
001060*----------------------------------------------------------------*
001070*    SHOP-STANDARD JOB HEADER.                                   *
001290     88  WS-EOF                       VALUE "Y".
001300 77  WS-CKPT-HIT-SWITCH           PIC X(01) VALUE "N".
001310     88  WS-CKPT-HIT                  VALUE "Y".
001313 77  WS-CKPT-HIT-STATUS           PIC X(01) VALUE SPACE.
001316     88  WS-CKPT-HIT-BYPASS           VALUE "B".
001320 77  WS-AUD-HIT-SWITCH            PIC X(01) VALUE "N".
001330     88  WS-AUD-HIT-FOUND             VALUE "Y".
001340 77  WS-XREF-FOUND-SWITCH         PIC X(01) VALUE "N".
001350     88  WS-XREF-FOUND                VALUE "Y".
001352 77  WS-DST-FOUND-SWITCH          PIC X(01) VALUE "N".
001354     88  WS-DST-FOUND                 VALUE "Y".
001356 77  WS-CAT-FOUND-SWITCH          PIC X(01) VALUE "N".
001358     88  WS-CAT-FOUND                 VALUE "Y".
001360
001370*----------------------------------------------------------------*
001380*    INQUIRY DATE AND RUN-ID.                                    *
001395 77  WS-FINAL-RETURN-CODE         PIC 9(04) VALUE ZERO.
001400 77  WS-INQUIRY-DATE              PIC X(08) VALUE SPACES.
001405 77  WS-INQUIRY-CYCLE             PIC X(02) VALUE "00".
001407 77  WS-INQUIRY-ENTITY            PIC X(04) VALUE "0000".
001410 77  WS-INQUIRY-RUN-ID            PIC X(14) VALUE SPACES.
001420
001430*----------------------------------------------------------------*
001435*    CATALOG OF EXPECTED STEP/MODE PAIRS, FROM THE SLA FILE -    *
001440*    THE INQUIRY ENTITY'S PAIRS AND THE ALL-ENTITY (BLANK)       *
001445*    PAIRS, ONE ENTRY PER PAIR.                                  *
001450*----------------------------------------------------------------*
001460 77  WS-CAT-TABLE-MAX             PIC 9(04) COMP VALUE 50.
001470 77  WS-CAT-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
001790         10  WS-AUD-TAB-RC            PIC 9(04).
001800         10  WS-AUD-TAB-START         PIC X(14).
001810         10  WS-AUD-TAB-ELAPSED       PIC 9(06).
001813         10  WS-AUD-TAB-DISPOSITION   PIC X(01).
001816             88  WS-AUD-TAB-HELD          VALUE "H".
001820         10  WS-AUD-TAB-LISTED        PIC X(01).
001830             88  WS-AUD-TAB-IS-LISTED     VALUE "Y".
001840
002020     "CHNSTAT - NIGHTLY CHAIN STATUS INQUIRY".
002030 01  WS-RUNDATE-LINE              PIC X(132) VALUE SPACES.
002032 01  WS-DAYSTATE-LINE             PIC X(132) VALUE SPACES.
002036 01  WS-PERIOD-END-LINE           PIC X(132) VALUE SPACES.
002040
002050 01  WS-STATUS-HEADER-1.
002060     05  FILLER                   PIC X(08) VALUE "STEP    ".
002410*    ONE STATUS LINE PER CATALOGED STEP/MODE, THEN LISTS         *
002420*    WHATEVER THE CATALOG DID NOT COVER.  AN INQUIRY CHANGES     *
002430*    NOTHING AND POSTS RETURN CODE ZERO UNLESS A FILE            *
002432*    OPERATION ITSELF FAILED OR THE CHAIN DEFINITION COULD NOT   *
002434*    BE LOADED.                                                  *
002440******************************************************************
002450 PROCEDURE DIVISION.
002460
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002485     PERFORM 1200-LOAD-CHAIN-DEFINITION THRU 1200-EXIT
002490     PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT
002500     PERFORM 3000-LOAD-CKPT-RECORDS THRU 3000-EXIT
002510     PERFORM 4000-LOAD-AUDIT-RECORDS THRU 4000-EXIT
002590* 1000-INITIALIZE                                                *
002600*    STAMPS THE JOB HEADER, READS THE OPTIONAL INQUIRY CARD,     *
002610*    AND DERIVES THE RUN-ID FOR THE REQUESTED DATE THE SAME      *
002616*    WAY 1000-INITIALIZE IN THE CHAIN STEPS DOES - DATE PLUS     *
002623*    CYCLE PLUS ENTITY CODE.                                     *
002630*----------------------------------------------------------------*
002640 1000-INITIALIZE.
002650     MOVE "CHNSTAT " TO WS-JH-JOB-NAME
002842                 IF INQ-CYCLE-NUMBER NOT = SPACES
002844                     AND INQ-CYCLE-NUMBER IS NUMERIC
002846                     MOVE INQ-CYCLE-NUMBER TO WS-INQUIRY-CYCLE
002847                 END-IF
002849                 IF INQ-ENTITY-CODE NOT = SPACES
002851                     MOVE INQ-ENTITY-CODE TO WS-INQUIRY-ENTITY
002853                 END-IF
002855         END-READ
002860         CLOSE INQ-FILE
002870     END-IF
002880     STRING WS-INQUIRY-DATE  DELIMITED BY SIZE
002890            WS-INQUIRY-CYCLE DELIMITED BY SIZE
002895            WS-INQUIRY-ENTITY DELIMITED BY SIZE
002900            INTO WS-INQUIRY-RUN-ID
002910     END-STRING
002911     OPEN OUTPUT PRINT-FILE
002912     PERFORM 5100-WRITE-REPORT-HEADERS THRU 5100-EXIT
002913     PERFORM 1100-REPORT-DAY-STATE THRU 1100-EXIT.
002914 1000-EXIT.
002915     EXIT.
002916
002917*----------------------------------------------------------------*
002918* 1100-REPORT-DAY-STATE                                          *
002919*    PRINTS THE CURRENT BUSINESS DAY STATE UNDER THE REPORT      *
002920*    HEADER.  AN OPEN RECORD FOR A DATE OTHER THAN THE INQUIRY   *
002921*    DATE IS CALLED OUT AS A HALF-STATE - A PRIOR DAY THAT WAS   *
002922*    OPENED AND NEVER CLOSED.  A MISSING FILE OR RECORD SIMPLY   *
002923*    MEANS NO DAY HAS EVER BEEN OPENED.  A PERIOD-END PENDING    *
002924*    OR DONE FOR THE DAY IS PRINTED ON A LINE OF ITS OWN.  ONLY  *
002925*    THE INQUIRY ENTITY'S RECORD IS REPORTED (A BLANK ENTITY ON  *
002926*    THE RECORD IS THE HOME ENTITY 0000).                        *
002927*----------------------------------------------------------------*
002928 1100-REPORT-DAY-STATE.
002929     MOVE SPACES TO WS-DAYSTATE-LINE
002930     MOVE "DAY STATE: NO DAY-STATE RECORD ON FILE"
002931         TO WS-DAYSTATE-LINE
002932     MOVE SPACES TO WS-PERIOD-END-LINE
002933     OPEN INPUT DAYS-FILE
002934     EVALUATE TRUE
002935         WHEN WS-DAYS-FILE-STATUS = "00"
002936             MOVE "N" TO WS-EOF-SWITCH
002937             MOVE "N" TO WS-DST-FOUND-SWITCH
002938             PERFORM 1105-READ-DAY-STATE THRU 1105-EXIT
002939                 UNTIL WS-EOF OR WS-DST-FOUND
002940             IF WS-DST-FOUND
002941                 PERFORM 1110-FORMAT-DAY-STATE THRU 1110-EXIT
002942             END-IF
002943             CLOSE DAYS-FILE
002944         WHEN WS-DAYS-FILE-STATUS = "05"
002945             OR WS-DAYS-FILE-STATUS = "35"
002946             CONTINUE
002947         WHEN OTHER
002948             MOVE "DAYSTATE" TO FSTAT-DD-NAME
002949             MOVE "OPEN    " TO FSTAT-OPERATION
002950             MOVE WS-DAYS-FILE-STATUS TO FSTAT-FILE-STATUS
002951             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
002952     END-EVALUATE
002953     MOVE " " TO PRT-CARRIAGE-CONTROL
002954     MOVE WS-DAYSTATE-LINE TO PRT-TEXT
002955     WRITE PRT-FILE-RECORD
002956     IF WS-PERIOD-END-LINE NOT = SPACES
002957         MOVE " " TO PRT-CARRIAGE-CONTROL
002958         MOVE WS-PERIOD-END-LINE TO PRT-TEXT
002959         WRITE PRT-FILE-RECORD
002960     END-IF.
002961 1100-EXIT.
002962     EXIT.
002963
002964 1105-READ-DAY-STATE.
002965     READ DAYS-FILE
002966         AT END
002967             SET WS-EOF TO TRUE
002968         NOT AT END
002969             IF DST-ENTITY-CODE = WS-INQUIRY-ENTITY
002970                 OR (DST-ENTITY-CODE = SPACES
002971                     AND WS-INQUIRY-ENTITY = "0000")
002972                 SET WS-DST-FOUND TO TRUE
002973             END-IF
002974     END-READ.
002975 1105-EXIT.
002976     EXIT.
002977
002978 1110-FORMAT-DAY-STATE.
002979     MOVE SPACES TO WS-DAYSTATE-LINE
002980     EVALUATE TRUE
002981         WHEN DST-DAY-OPEN
002982             AND DST-BUSINESS-DATE = WS-INQUIRY-DATE
002983             STRING "DAY STATE: OPEN FOR " DELIMITED BY SIZE
002984                    DST-BUSINESS-DATE     DELIMITED BY SIZE
002985                    " SINCE "             DELIMITED BY SIZE
002986                    DST-OPEN-TIMESTAMP    DELIMITED BY SIZE
002987                    INTO WS-DAYSTATE-LINE
002988             END-STRING
002989         WHEN DST-DAY-OPEN
002990             STRING "DAY STATE: HALF-STATE - OPEN FOR "
002991                                          DELIMITED BY SIZE
002992                    DST-BUSINESS-DATE     DELIMITED BY SIZE
002993                    " - DAY NEVER CLOSED" DELIMITED BY SIZE
002994                    INTO WS-DAYSTATE-LINE
002995             END-STRING
002996         WHEN DST-DAY-CLOSED
002997             STRING "DAY STATE: CLOSED FOR " DELIMITED BY SIZE
002998                    DST-BUSINESS-DATE     DELIMITED BY SIZE
002999                    " AT "                DELIMITED BY SIZE
003000                    DST-CLOSE-TIMESTAMP   DELIMITED BY SIZE
003001                    INTO WS-DAYSTATE-LINE
003002             END-STRING
003003         WHEN OTHER
003004             STRING "DAY STATE: UNRECOGNIZED STATUS "
003005                                          DELIMITED BY SIZE
003006                    DST-STATUS            DELIMITED BY SIZE
003007                    " ON FILE"            DELIMITED BY SIZE
003008                    INTO WS-DAYSTATE-LINE
003009             END-STRING
003010     END-EVALUATE
003011     EVALUATE TRUE
003012         WHEN DST-PERIOD-END-PENDING
003013             STRING "PERIOD-END: PENDING FOR " DELIMITED BY SIZE
003014                    DST-BUSINESS-DATE     DELIMITED BY SIZE
003015                    " - NEXT START-OF-DAY WILL BE REJECTED"
003016                                          DELIMITED BY SIZE
003017                    INTO WS-PERIOD-END-LINE
003018             END-STRING
003019         WHEN DST-PERIOD-END-DONE
003020             STRING "PERIOD-END: COMPLETE FOR " DELIMITED BY SIZE
003021                    DST-BUSINESS-DATE     DELIMITED BY SIZE
003022                    INTO WS-PERIOD-END-LINE
003023             END-STRING
003024         WHEN OTHER
003025             CONTINUE
003026     END-EVALUATE.
003027 1110-EXIT.
003028     EXIT.
003029
003030*----------------------------------------------------------------*
003031* 1200-LOAD-CHAIN-DEFINITION                                     *
003036*    LOADS THE STEP CROSS-REFERENCE FROM THE CHAIN-DEFINITION    *
003037*    CONTROL FILE THROUGH THE SHARED CHNLOAD ROUTINE.  A FAILURE *
003038*    IS PRINTED AND POSTED BUT THE INQUIRY STILL RUNS - WITH NO  *
003039*    CROSS-REFERENCE EVERY AUDIT RECORD PRINTS UNDER ITS         *
003041*    PROGRAM-ID IN THE UNLISTED SWEEP.                           *
003042*----------------------------------------------------------------*
003043 1200-LOAD-CHAIN-DEFINITION.
003044     MOVE WS-JH-JOB-NAME TO XREF-JOB-NAME
003045     MOVE WS-JH-RUN-ID   TO XREF-RUN-ID
003046     CALL "CHNLOAD" USING XREF-AREA
003047     IF XREF-RETURN-CODE = ZERO
003048         GO TO 1200-EXIT
003049     END-IF
003051     MOVE " " TO PRT-CARRIAGE-CONTROL
003052     MOVE XREF-MESSAGE-TEXT TO PRT-TEXT
003053     WRITE PRT-FILE-RECORD
003054     IF XREF-RETURN-CODE > WS-FINAL-RETURN-CODE
003055         MOVE XREF-RETURN-CODE TO WS-FINAL-RETURN-CODE
003056     END-IF.
003057 1200-EXIT.
003058     EXIT.
003059
003060*----------------------------------------------------------------*
003061* 2000-LOAD-CATALOG                                              *
003062*    LOADS THE EXPECTED STEP/MODE PAIRS FROM THE SLA CONTROL     *
003063*    FILE.  AN UNAVAILABLE CATALOG IS NOTED - THE DAY'S          *
003064*    RECORDS STILL PRINT THROUGH THE UNLISTED SWEEP.  ANOTHER    *
003065*    ENTITY'S PAIRS ARE PASSED OVER, AND A PAIR CARRIED BOTH FOR *
003066*    THE ENTITY AND FOR ALL ENTITIES IS LISTED ONCE.             *
003067*----------------------------------------------------------------*
003068 2000-LOAD-CATALOG.
003069     OPEN INPUT SLA-FILE
003070     IF WS-SLA-FILE-STATUS NOT = "00"
003071         MOVE " " TO PRT-CARRIAGE-CONTROL
003072         MOVE "SLAFILE NOT AVAILABLE - NO EXPECTED-STEP CATALOG"
003080             TO PRT-TEXT
003090         WRITE PRT-FILE-RECORD
003100         GO TO 2000-EXIT
003200     READ SLA-FILE
003210         AT END
003220             SET WS-EOF TO TRUE
003225         NOT AT END
003226             IF SLA-ENTITY-CODE NOT = SPACES
003227                 AND SLA-ENTITY-CODE NOT = WS-INQUIRY-ENTITY
003228                 GO TO 2010-EXIT
003229             END-IF
003230             MOVE "N" TO WS-CAT-FOUND-SWITCH
003231             PERFORM 2020-MATCH-CATALOG-ENTRY THRU 2020-EXIT
003232                 VARYING WS-CAT-IDX FROM 1 BY 1
003233                 UNTIL WS-CAT-IDX > WS-CAT-TABLE-COUNT
003234                    OR WS-CAT-FOUND
003237             IF WS-CAT-FOUND
003238                 GO TO 2010-EXIT
003239             END-IF
003240             IF WS-CAT-TABLE-COUNT < WS-CAT-TABLE-MAX
003250                 ADD 1 TO WS-CAT-TABLE-COUNT
003260                 MOVE SLA-STEP-NAME TO
003300             END-IF
003310     END-READ.
003320 2010-EXIT.
003321     EXIT.
003322
003323 2020-MATCH-CATALOG-ENTRY.
003324     IF WS-CAT-STEP(WS-CAT-IDX) = SLA-STEP-NAME
003325         AND WS-CAT-MODE(WS-CAT-IDX) = SLA-RUN-MODE
003326         SET WS-CAT-FOUND TO TRUE
003327     END-IF.
003328 2020-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------------*
003426         END-IF
003430         GO TO 3000-EXIT
003440     END-IF
003445     MOVE "N" TO WS-EOF-SWITCH
003446     MOVE WS-INQUIRY-RUN-ID TO CKPT-RUN-ID
003447     MOVE LOW-VALUES TO CKPT-STEP-NAME CKPT-RUN-MODE
003448     START CKPT-FILE KEY NOT < CKPT-KEY
003449         INVALID KEY
003450             SET WS-EOF TO TRUE
003451     END-START
003452     IF WS-CKPT-FILE-STATUS NOT = "00"
003453         AND WS-CKPT-FILE-STATUS NOT = "23"
003454         SET WS-EOF TO TRUE
003455         MOVE "CKPTFILE" TO FSTAT-DD-NAME
003456         MOVE "START   " TO FSTAT-OPERATION
003457         MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
003458         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003459     END-IF
003460     PERFORM 3010-READ-CKPT-RECORD THRU 3010-EXIT
003470         UNTIL WS-EOF
003480     CLOSE CKPT-FILE.
003500     EXIT.
003510
003520 3010-READ-CKPT-RECORD.
003530     READ CKPT-FILE NEXT
003540         AT END
003550             SET WS-EOF TO TRUE
003560         NOT AT END
003652                 ELSE
003654                     ADD 1 TO WS-CKP-OVERFLOW
003656                 END-IF
003657             ELSE
003658                 SET WS-EOF TO TRUE
003660             END-IF
003670     END-READ.
003680 3010-EXIT.
003786         END-IF
003790         GO TO 4000-EXIT
003800     END-IF
003805     MOVE "N" TO WS-EOF-SWITCH
003806     MOVE WS-INQUIRY-RUN-ID TO AUD-RUN-ID
003807     MOVE LOW-VALUES TO AUD-PROGRAM-ID AUD-START-TIMESTAMP
003808     START AUDIT-FILE KEY NOT < AUD-KEY
003809         INVALID KEY
003810             SET WS-EOF TO TRUE
003811     END-START
003812     IF WS-AUDIT-FILE-STATUS NOT = "00"
003813         AND WS-AUDIT-FILE-STATUS NOT = "23"
003814         SET WS-EOF TO TRUE
003815         MOVE "AUDITLOG" TO FSTAT-DD-NAME
003816         MOVE "START   " TO FSTAT-OPERATION
003817         MOVE WS-AUDIT-FILE-STATUS TO FSTAT-FILE-STATUS
003818         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003819     END-IF
003820     PERFORM 4010-READ-AUDIT-RECORD THRU 4010-EXIT
003830         UNTIL WS-EOF
003840     CLOSE AUDIT-FILE.
003860     EXIT.
003870
003880 4010-READ-AUDIT-RECORD.
003890     READ AUDIT-FILE NEXT
003900         AT END
003910             SET WS-EOF TO TRUE
003920         NOT AT END
004030                       WS-AUD-TAB-START(WS-AUD-TABLE-COUNT)
004040                     MOVE AUD-ELAPSED-SECONDS TO
004050                       WS-AUD-TAB-ELAPSED(WS-AUD-TABLE-COUNT)
004053                     MOVE AUD-STEP-DISPOSITION TO
004056                     WS-AUD-TAB-DISPOSITION(WS-AUD-TABLE-COUNT)
004060                     MOVE "N" TO
004070                       WS-AUD-TAB-LISTED(WS-AUD-TABLE-COUNT)
004072                 ELSE
004074                     ADD 1 TO WS-AUD-OVERFLOW
004076                 END-IF
004077             ELSE
004078                 SET WS-EOF TO TRUE
004080             END-IF
004090     END-READ.
004100 4010-EXIT.
004330            WS-INQUIRY-DATE   DELIMITED BY SIZE
004340            "   RUN-ID: "     DELIMITED BY SIZE
004350            WS-INQUIRY-RUN-ID DELIMITED BY SIZE
004353            "   ENTITY: "     DELIMITED BY SIZE
004356            WS-INQUIRY-ENTITY DELIMITED BY SIZE
004360            "   PRINTED: "    DELIMITED BY SIZE
004370            WS-JH-RUN-DATE    DELIMITED BY SIZE
004380            " "               DELIMITED BY SIZE
004510*----------------------------------------------------------------*
004520* 5200-PRINT-ONE-STATUS                                          *
004530*    RESOLVES ONE CATALOG ENTRY: COMPLETE WHEN A COMPLETE        *
004538*    CHECKPOINT EXISTS FOR THE STEP AND MODE, BYPASSED WHEN A    *
004546*    BYPASS CHECKPOINT DOES, OTHERWISE HELD OR FAILED WHEN AN    *
004554*    AUDIT RECORD EXISTS (SHOWING ITS RETURN CODE), OTHERWISE    *
004562*    NOT RUN.  START TIME AND ELAPSED SECONDS COME               *
004570*    FROM THE MATCHING AUDIT RECORD, PREFERRING A CLEAN ONE.     *
004580*----------------------------------------------------------------*
004590 5200-PRINT-ONE-STATUS.
004650     PERFORM 5300-FIND-COMPLETE-CKPT THRU 5300-EXIT
004660     PERFORM 5400-FIND-AUDIT-RECORD THRU 5400-EXIT
004670     EVALUATE TRUE
004673         WHEN WS-CKPT-HIT-BYPASS
004676             MOVE "BYPASSED" TO WS-STS-STATUS
004680         WHEN WS-CKPT-HIT
004690             MOVE "COMPLETE" TO WS-STS-STATUS
004692         WHEN WS-AUD-HIT-FOUND
004695             AND WS-AUD-TAB-HELD(WS-AUD-PICK)
004697             MOVE "HELD    " TO WS-STS-STATUS
004700         WHEN WS-AUD-HIT-FOUND
004710             MOVE "FAILED  " TO WS-STS-STATUS
004720         WHEN OTHER
004890
004900*----------------------------------------------------------------*
004910* 5300-FIND-COMPLETE-CKPT                                        *
004920*    SCANS THE DAY'S CHECKPOINTS FOR A COMPLETE (OR BYPASS)      *
004930*    RECORD MATCHING THE CATALOG ENTRY'S STEP AND MODE.          *
004940*----------------------------------------------------------------*
004950 5300-FIND-COMPLETE-CKPT.
004960     MOVE "N" TO WS-CKPT-HIT-SWITCH
004965     MOVE SPACE TO WS-CKPT-HIT-STATUS
004970     PERFORM 5310-MATCH-CKPT-ENTRY THRU 5310-EXIT
004980         VARYING WS-CKP-IDX FROM 1 BY 1
004990         UNTIL WS-CKP-IDX > WS-CKP-TABLE-COUNT
005050     IF WS-CKP-STEP-NAME(WS-CKP-IDX) = WS-CAT-STEP(WS-CAT-IDX)
005060         AND WS-CKP-RUN-MODE(WS-CKP-IDX) =
005070             WS-CAT-MODE(WS-CAT-IDX)
005076         AND (WS-CKP-STATUS(WS-CKP-IDX) = "C"
005083           OR WS-CKP-STATUS(WS-CKP-IDX) = "B")
005090         SET WS-CKPT-HIT TO TRUE
005095         MOVE WS-CKP-STATUS(WS-CKP-IDX) TO WS-CKPT-HIT-STATUS
005100     END-IF.
005110 5310-EXIT.
005120     EXIT.
005970     PERFORM 6100-XREF-PROGRAM-TO-STEP THRU 6100-EXIT
005980     MOVE WS-WANTED-STEP TO WS-STS-STEP
005990     MOVE WS-AUD-TAB-MODE(WS-AUD-IDX) TO WS-STS-MODE
005996     EVALUATE TRUE
006003         WHEN WS-AUD-TAB-HELD(WS-AUD-IDX)
006010             MOVE "HELD    " TO WS-STS-STATUS
006016         WHEN WS-AUD-TAB-RC(WS-AUD-IDX) = ZERO
006023             MOVE "RAN OK  " TO WS-STS-STATUS
006030         WHEN OTHER
006036             MOVE "FAILED  " TO WS-STS-STATUS
006043     END-EVALUATE
006050     MOVE WS-AUD-TAB-RC(WS-AUD-IDX) TO WS-EDIT-RC
006060     MOVE WS-EDIT-RC TO WS-STS-RC
006070     MOVE WS-AUD-TAB-START(WS-AUD-IDX)(9:6) TO WS-STS-START
