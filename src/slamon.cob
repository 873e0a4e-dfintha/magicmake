000228*                    THE SAME WAY STEP010 NOW DOES, SO A RERUN   *
000229*                    OF A PRIOR DATE IS MONITORED UNDER ITS OWN  *
000231*                    RUN-ID.                                     *
000232*   2026-10-15  DLF  THE STEP CROSS-REFERENCE IS LOADED FROM THE *
000233*                    CHAINDEF CONTROL FILE THROUGH CHNLOAD AT    *
000234*                    START-UP INSTEAD OF BEING COMPILED IN.  A   *
000235*                    FAILED LOAD SKIPS THE SWEEP LIKE A MISSING  *
000236*                    SLA FILE DOES.                              *
000236*   2026-10-15  DLF  AN AUDIT RECORD MARKED BYPASSED OR HELD     *
000236*                    FROM THE STEP HOLD/BYPASS CONTROL FILE IS   *
000236*                    LISTED AND COUNTED, NEVER JUDGED AGAINST    *
000236*                    ITS CUTOFF.                                 *
000236*   2026-10-15  DLF  THE AUDIT LOG IS NOW INDEXED; IT IS STARTED *
000236*                    AT TODAY'S RUN-ID AND READ FORWARD ONLY     *
000236*                    WHILE THE RUN-ID MATCHES.  EXCEPTIONS NOW   *
000236*                    LIST IN PROGRAM ORDER.                      *
000236*   2026-10-15  DLF  ADDED THE ENTITY CODE FROM PARMCARD.  IT    *
000236*                    ENDS THE RUN-ID, SO ONLY THE ENTITY'S OWN   *
000236*                    RUNS ARE MONITORED, AND IS PRINTED IN THE   *
000236*                    HEADING.  SLA CUTOFFS MAY BE SET PER        *
000236*                    ENTITY; A BLANK-ENTITY CUTOFF APPLIES TO    *
000236*                    EVERY ENTITY WITHOUT ITS OWN.               *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    SLAMON.
000380
000390     SELECT AUDIT-FILE
000400         ASSIGN TO "AUDITLOG"
000405         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000415         RECORD KEY IS AUD-KEY
000420         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000430
000440     SELECT PRINT-FILE
000560     COPY SLAREC.
000570
000580*----------------------------------------------------------------*
000586*    AUDIT LOG, KEYED ON RUN-ID - STARTED AT TODAY'S RUN-ID AND  *
000593*    READ FORWARD WHILE IT MATCHES.                              *
000600*----------------------------------------------------------------*
000615 FD  AUDIT-FILE.
000630     COPY AUDITREC.
000640
000650*----------------------------------------------------------------*
000966*    CYCLE NUMBER FOLDED INTO THE RUN-ID, AS IN STEP010.         *
000967*----------------------------------------------------------------*
000968 77  WS-CYCLE-NUMBER              PIC X(02) VALUE "00".
000968
000968*----------------------------------------------------------------*
000969*    ENTITY CODE ENDING THE RUN-ID, AS IN STEP010.               *
000969*----------------------------------------------------------------*
000969 77  WS-ENTITY-CODE               PIC X(04) VALUE "0000".
000970
000980*----------------------------------------------------------------*
000990*    SWITCHES.                                                   *
001080     88  WS-WINDOW-PRIMED             VALUE "Y".
001090
001100*----------------------------------------------------------------*
001105*    SLA CUTOFF TABLE, LOADED FROM THE CONTROL FILE.  ONLY THIS  *
001110*    ENTITY'S CUTOFFS AND THE ALL-ENTITY (BLANK) CUTOFFS ARE     *
001115*    LOADED; AN ENTITY'S OWN CUTOFF WINS OVER THE BLANK ONE.     *
001120*----------------------------------------------------------------*
001130 77  WS-SLA-TABLE-MAX             PIC 9(04) COMP VALUE 50.
001140 77  WS-SLA-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
001200         10  WS-SLA-TAB-STEP          PIC X(08).
001210         10  WS-SLA-TAB-MODE          PIC X(14).
001220         10  WS-SLA-TAB-CUTOFF        PIC X(06).
001225         10  WS-SLA-TAB-ENTITY        PIC X(04).
001230
001240*----------------------------------------------------------------*
001250*    MATCHING AND WINDOW WORK AREAS.  TIMESTAMPS COMPARE AS      *
001360 77  WS-AUDIT-SEEN-COUNT          PIC 9(05) COMP VALUE ZERO.
001370 77  WS-LATE-COUNT                PIC 9(05) COMP VALUE ZERO.
001380 77  WS-NO-SLA-COUNT              PIC 9(05) COMP VALUE ZERO.
001383 77  WS-BYPASS-COUNT              PIC 9(05) COMP VALUE ZERO.
001386 77  WS-HELD-COUNT                PIC 9(05) COMP VALUE ZERO.
001390
001400*----------------------------------------------------------------*
001410*    RETURN-CODE WORK AREA.                                      *
001790
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001815     PERFORM 1200-LOAD-CHAIN-DEFINITION THRU 1200-EXIT
001820     PERFORM 3000-LOAD-SLA-TABLE THRU 3000-EXIT
001830     PERFORM 4000-SWEEP-AUDIT-LOG THRU 4000-EXIT
001840     PERFORM 8000-TERMINATE THRU 8000-EXIT
001880*----------------------------------------------------------------*
001890* 1000-INITIALIZE                                                *
001900*    STAMPS THE JOB HEADER, DERIVES THE RUN-ID THE SAME WAY THE  *
001905*    CHAIN STEPS DO (BUSINESS DATE PLUS CYCLE NUMBER PLUS        *
001910*    ENTITY CODE, DEFAULTING TO TODAY, CYCLE 00, AND ENTITY      *
001915*    0000), AND OPENS THE REPORT.                                *
001920*----------------------------------------------------------------*
001930 1000-INITIALIZE.
001940     MOVE "SLAMON  " TO WS-JH-JOB-NAME
001995     PERFORM 1100-READ-RUN-OVERRIDES THRU 1100-EXIT
002000     STRING WS-JH-RUN-DATE  DELIMITED BY SIZE
002010            WS-CYCLE-NUMBER DELIMITED BY SIZE
002015            WS-ENTITY-CODE  DELIMITED BY SIZE
002020            INTO WS-JH-RUN-ID
002030     END-STRING
002040     MOVE ZERO TO WS-FINAL-RETURN-CODE
002083*----------------------------------------------------------------*
002084* 1100-READ-RUN-OVERRIDES                                        *
002085*    READS THE OPTIONAL PARM CARD FOR THE BUSINESS-DATE AND      *
002085*    CYCLE-NUMBER OVERRIDES AND THE ENTITY CODE.  A MISSING OR   *
002086*    EMPTY CARD, OR BLANK FIELDS, LEAVE THE DEFAULTS (TODAY,     *
002087*    CYCLE 00, ENTITY 0000) IN PLACE - THE NORMAL NIGHTLY CASE   *
002088*    NEEDS NO CARD CHANGES.                                      *
002089*----------------------------------------------------------------*
002091 1100-READ-RUN-OVERRIDES.
002092     OPEN INPUT PARM-FILE
002107     IF PARM-CYCLE-NUMBER NOT = SPACES
002108         AND PARM-CYCLE-NUMBER IS NUMERIC
002109         MOVE PARM-CYCLE-NUMBER TO WS-CYCLE-NUMBER
002109     END-IF
002110     IF PARM-ENTITY-CODE NOT = SPACES
002110         MOVE PARM-ENTITY-CODE TO WS-ENTITY-CODE
002111     END-IF.
002112 1100-EXIT.
002113     EXIT.
002114
002115*----------------------------------------------------------------*
002116* 1200-LOAD-CHAIN-DEFINITION                                     *
002117*    LOADS THE STEP CROSS-REFERENCE FROM THE CHAIN-DEFINITION    *
002118*    CONTROL FILE THROUGH THE SHARED CHNLOAD ROUTINE.  ANY       *
002119*    FAILURE IS PRINTED AND POSTED, AND THE NON-ZERO RETURN      *
002121*    CODE MAKES THE AUDIT SWEEP STAND DOWN.                      *
002122*----------------------------------------------------------------*
002123 1200-LOAD-CHAIN-DEFINITION.
002124     MOVE WS-JH-JOB-NAME TO XREF-JOB-NAME
002125     MOVE WS-JH-RUN-ID   TO XREF-RUN-ID
002126     CALL "CHNLOAD" USING XREF-AREA
002127     IF XREF-RETURN-CODE = ZERO
002128         GO TO 1200-EXIT
002129     END-IF
002131     MOVE " " TO PRT-CARRIAGE-CONTROL
002132     MOVE XREF-MESSAGE-TEXT TO PRT-TEXT
002133     WRITE PRT-FILE-RECORD
002134     IF XREF-RETURN-CODE > WS-FINAL-RETURN-CODE
002135         MOVE XREF-RETURN-CODE TO WS-FINAL-RETURN-CODE
002136     END-IF.
002137 1200-EXIT.
002138     EXIT.
002090
002100*----------------------------------------------------------------*
002110* 3000-LOAD-SLA-TABLE                                            *
002120*    LOADS THE SLA CONTROL FILE INTO THE CUTOFF TABLE.  A        *
002130*    MISSING OR EMPTY CONTROL FILE IS REPORTED AND POSTS A       *
002140*    NON-ZERO RETURN CODE - A MONITOR WITH NOTHING TO MONITOR    *
002146*    AGAINST IS NOT SILENTLY CLEAN.  ANOTHER ENTITY'S CUTOFFS    *
002153*    ARE PASSED OVER.                                            *
002160*----------------------------------------------------------------*
002170 3000-LOAD-SLA-TABLE.
002180     OPEN INPUT SLA-FILE
002420         AT END
002430             SET WS-EOF TO TRUE
002440         NOT AT END
002442             IF SLA-ENTITY-CODE NOT = SPACES
002444                 AND SLA-ENTITY-CODE NOT = WS-ENTITY-CODE
002446                 GO TO 3010-EXIT
002448             END-IF
002450             IF WS-SLA-TABLE-COUNT < WS-SLA-TABLE-MAX
002460                 ADD 1 TO WS-SLA-TABLE-COUNT
002470                 MOVE SLA-STEP-NAME TO
002500                     WS-SLA-TAB-MODE(WS-SLA-TABLE-COUNT)
002510                 MOVE SLA-CUTOFF-TIME TO
002520                     WS-SLA-TAB-CUTOFF(WS-SLA-TABLE-COUNT)
002523                 MOVE SLA-ENTITY-CODE TO
002526                     WS-SLA-TAB-ENTITY(WS-SLA-TABLE-COUNT)
002530             ELSE
002540                 ADD 1 TO WS-SLA-OVERFLOW
002550             END-IF
002770         GO TO 4000-EXIT
002780     END-IF
002790     MOVE "N" TO WS-EOF-SWITCH
002790     MOVE WS-JH-RUN-ID TO AUD-RUN-ID
002791     MOVE LOW-VALUES TO AUD-PROGRAM-ID AUD-START-TIMESTAMP
002792     START AUDIT-FILE KEY NOT < AUD-KEY
002792         INVALID KEY
002793             SET WS-EOF TO TRUE
002794     END-START
002794     IF WS-AUDIT-FILE-STATUS NOT = "00"
002795         AND WS-AUDIT-FILE-STATUS NOT = "23"
002796         SET WS-EOF TO TRUE
002796         MOVE "AUDITLOG" TO FSTAT-DD-NAME
002797         MOVE "START   " TO FSTAT-OPERATION
002798         MOVE WS-AUDIT-FILE-STATUS TO FSTAT-FILE-STATUS
002798         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
002799     END-IF
002800     PERFORM 4010-READ-AUDIT-RECORD THRU 4010-EXIT
002810         UNTIL WS-EOF
002820     CLOSE AUDIT-FILE.
002840     EXIT.
002850
002860 4010-READ-AUDIT-RECORD.
002870     READ AUDIT-FILE NEXT
002880         AT END
002890             SET WS-EOF TO TRUE
002900         NOT AT END
002920                 ADD 1 TO WS-AUDIT-SEEN-COUNT
002930                 PERFORM 4100-TRACK-CHAIN-WINDOW THRU 4100-EXIT
002940                 PERFORM 4200-CHECK-ONE-RECORD THRU 4200-EXIT
002943             ELSE
002946                 SET WS-EOF TO TRUE
002950             END-IF
002960     END-READ.
002970 4010-EXIT.
003190*    FINDS THE CUTOFF FOR THAT STEP AND RUN MODE, AND REPORTS    *
003200*    THE RECORD IF ITS END TIME IS PAST THE CUTOFF.  A RECORD    *
003210*    WITH NO CUTOFF ON FILE IS COUNTED BUT NOT AN EXCEPTION -    *
003215*    NOT EVERY STEP CARRIES AN SLA.  A RECORD MARKED BYPASSED    *
003220*    OR HELD BY THE OPERATORS DID NO WORK BY DESIGN; IT IS       *
003225*    LISTED AND COUNTED BUT NEVER JUDGED LATE.                   *
003230*----------------------------------------------------------------*
003240 4200-CHECK-ONE-RECORD.
003250     PERFORM 4300-XREF-PROGRAM-TO-STEP THRU 4300-EXIT
003270         ADD 1 TO WS-NO-SLA-COUNT
003280         GO TO 4200-EXIT
003290     END-IF
003290     IF AUD-STEP-BYPASSED
003291         MOVE SPACES TO WS-DETAIL-LINE
003291         STRING "BYPASSED - STEP "   DELIMITED BY SIZE
003292                WS-WANTED-STEP       DELIMITED BY SIZE
003292                " MODE "             DELIMITED BY SIZE
003293                AUD-RUN-MODE         DELIMITED BY SIZE
003294                " INTENTIONALLY SKIPPED - NOT SLA-CHECKED"
003294                                     DELIMITED BY SIZE
003295                INTO WS-DETAIL-LINE
003295         END-STRING
003296         MOVE " " TO PRT-CARRIAGE-CONTROL
003297         MOVE WS-DETAIL-LINE TO PRT-TEXT
003297         WRITE PRT-FILE-RECORD
003298         ADD 1 TO WS-BYPASS-COUNT
003298         GO TO 4200-EXIT
003299     END-IF
003300     IF AUD-STEP-HELD
003300         MOVE SPACES TO WS-DETAIL-LINE
003301         STRING "HELD - STEP "       DELIMITED BY SIZE
003301                WS-WANTED-STEP       DELIMITED BY SIZE
003302                " MODE "             DELIMITED BY SIZE
003302                AUD-RUN-MODE         DELIMITED BY SIZE
003303                " HELD BY OPERATOR - NOT SLA-CHECKED"
003304                                     DELIMITED BY SIZE
003304                INTO WS-DETAIL-LINE
003305         END-STRING
003305         MOVE " " TO PRT-CARRIAGE-CONTROL
003306         MOVE WS-DETAIL-LINE TO PRT-TEXT
003307         WRITE PRT-FILE-RECORD
003307         ADD 1 TO WS-HELD-COUNT
003308         GO TO 4200-EXIT
003308     END-IF
003309     MOVE "N" TO WS-SLA-FOUND-SWITCH
003310     MOVE ZERO TO WS-SLA-HIT
003320     PERFORM 4210-MATCH-SLA-ENTRY THRU 4210-EXIT
003330         VARYING WS-SLA-IDX FROM 1 BY 1
003340         UNTIL WS-SLA-IDX > WS-SLA-TABLE-COUNT
003350            OR WS-SLA-FOUND
003352     IF WS-SLA-HIT NOT = ZERO
003355         SET WS-SLA-FOUND TO TRUE
003357     END-IF
003360     IF NOT WS-SLA-FOUND
003370         ADD 1 TO WS-NO-SLA-COUNT
003380         GO TO 4200-EXIT
003600 4200-EXIT.
003610     EXIT.
003620
003621*----------------------------------------------------------------*
003622* 4210-MATCH-SLA-ENTRY                                           *
003624*    AN ENTRY FOR THIS ENTITY ENDS THE SEARCH.  AN ALL-ENTITY    *
003625*    (BLANK) ENTRY IS REMEMBERED AS THE FALLBACK AND THE SEARCH  *
003627*    GOES ON IN CASE THE ENTITY HAS ITS OWN CUTOFF FURTHER DOWN. *
003628*----------------------------------------------------------------*
003630 4210-MATCH-SLA-ENTRY.
003635     IF WS-SLA-TAB-STEP(WS-SLA-IDX) NOT = WS-WANTED-STEP
003640         OR WS-SLA-TAB-MODE(WS-SLA-IDX) NOT = AUD-RUN-MODE
003645         GO TO 4210-EXIT
003650     END-IF
003655     IF WS-SLA-TAB-ENTITY(WS-SLA-IDX) = WS-ENTITY-CODE
003660         MOVE WS-SLA-IDX TO WS-SLA-HIT
003670         SET WS-SLA-FOUND TO TRUE
003672     ELSE
003674         IF WS-SLA-HIT = ZERO
003676             MOVE WS-SLA-IDX TO WS-SLA-HIT
003678         END-IF
003680     END-IF.
003690 4210-EXIT.
003700     EXIT.
003980            WS-JH-RUN-TIME  DELIMITED BY SIZE
003990            "   RUN-ID: "   DELIMITED BY SIZE
004000            WS-JH-RUN-ID    DELIMITED BY SIZE
004003            "   ENTITY: "   DELIMITED BY SIZE
004006            WS-ENTITY-CODE  DELIMITED BY SIZE
004010            INTO WS-RUNDATE-LINE
004020     END-STRING
004030     MOVE " " TO PRT-CARRIAGE-CONTROL
004940     MOVE " " TO PRT-CARRIAGE-CONTROL
004950     MOVE WS-DETAIL-LINE TO PRT-TEXT
004960     WRITE PRT-FILE-RECORD
004960     MOVE WS-BYPASS-COUNT TO WS-EDIT-COUNT
004961     MOVE SPACES TO WS-DETAIL-LINE
004961     STRING "STEPS BYPASSED BY OPERATOR: " DELIMITED BY SIZE
004962            WS-EDIT-COUNT         DELIMITED BY SIZE
004962            INTO WS-DETAIL-LINE
004963     END-STRING
004963     MOVE " " TO PRT-CARRIAGE-CONTROL
004964     MOVE WS-DETAIL-LINE TO PRT-TEXT
004964     WRITE PRT-FILE-RECORD
004965     MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
004965     MOVE SPACES TO WS-DETAIL-LINE
004966     STRING "STEPS HELD BY OPERATOR: " DELIMITED BY SIZE
004966            WS-EDIT-COUNT         DELIMITED BY SIZE
004967            INTO WS-DETAIL-LINE
004967     END-STRING
004968     MOVE " " TO PRT-CARRIAGE-CONTROL
004968     MOVE WS-DETAIL-LINE TO PRT-TEXT
004969     WRITE PRT-FILE-RECORD
004970     IF WS-SLA-OVERFLOW > ZERO
004980         MOVE " " TO PRT-CARRIAGE-CONTROL
004990         MOVE "WARNING - SLA TABLE OVERFLOW - REPORT INCOMPLETE"
