000296*                    RUN-ID AS DATE PLUS CYCLE PLUS FOUR ZEROS,  *
000297*                    THE SAME WAY STEP010 NOW DOES, SO A RERUN   *
000298*                    OF A PRIOR DATE RECONCILES ITS OWN RUN-ID.  *
000299*   2026-10-15  DLF  THE STEP CROSS-REFERENCE IS LOADED FROM THE *
000299*                    CHAINDEF CONTROL FILE THROUGH CHNLOAD AT    *
000299*                    START-UP INSTEAD OF BEING COMPILED IN.  A   *
000299*                    MISSING OR UNREADABLE DEFINITION SKIPS THE  *
000299*                    MATCH AND POSTS THE CHNLOAD RETURN CODE.    *
000299*   2026-10-15  DLF  A BYPASS CHECKPOINT FROM THE STEP HOLD/     *
000299*                    BYPASS CONTROL FILE PAIRS WITH ITS AUDIT    *
000299*                    RECORD LIKE A COMPLETE ONE AND IS REPORTED  *
000299*                    AS AN INTENTIONAL SKIP, NOT A MISMATCH.  A  *
000299*                    HELD STEP'S AUDIT RECORD IS LISTED AS HELD. *
000299*                    NEITHER RAISES THE RETURN CODE.             *
000299*   2026-10-15  DLF  THE CHECKPOINT FILE AND AUDIT LOG ARE NOW   *
000299*                    INDEXED; EACH IS STARTED AT TODAY'S RUN-ID  *
000299*                    AND READ FORWARD ONLY WHILE THE RUN-ID      *
000299*                    MATCHES, INSTEAD OF BEING READ END TO END.  *
000299*   2026-10-15  DLF  ADDED THE ENTITY CODE FROM PARMCARD.  IT    *
000299*                    ENDS THE RUN-ID, SO ONLY THE ENTITY'S OWN   *
000299*                    CHECKPOINT AND AUDIT RECORDS ARE            *
000299*                    RECONCILED, AND IS PRINTED IN THE HEADING.  *
000293******************************************************************
000294 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    RECONCIL.
000380 FILE-CONTROL.
000390     SELECT CKPT-FILE
000400         ASSIGN TO "CKPTFILE"
000405         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000415         RECORD KEY IS CKPT-KEY
000420         FILE STATUS IS WS-CKPT-FILE-STATUS.
000430
000440     SELECT AUDIT-FILE
000450         ASSIGN TO "AUDITLOG"
000455         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000465         RECORD KEY IS AUD-KEY
000470         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000480
000490     SELECT PRINT-FILE
000540 DATA DIVISION.
000550 FILE SECTION.
000560*----------------------------------------------------------------*
000566*    CHECKPOINT FILE, KEYED ON RUN-ID - TODAY'S RECORDS ARE READ *
000573*    FROM THE FIRST KEY FOR TODAY'S RUN-ID ONWARD.               *
000580*----------------------------------------------------------------*
000595 FD  CKPT-FILE.
000610     COPY CKPTREC.
000620
000630*----------------------------------------------------------------*
000636*    AUDIT LOG, KEYED ON RUN-ID - TODAY'S RECORDS ARE READ FROM  *
000643*    THE FIRST KEY FOR TODAY'S RUN-ID ONWARD.                    *
000650*----------------------------------------------------------------*
000665 FD  AUDIT-FILE.
000680     COPY AUDITREC.
000690
000700*----------------------------------------------------------------*
000966*    CYCLE NUMBER FOLDED INTO THE RUN-ID, AS IN STEP010.         *
000967*----------------------------------------------------------------*
000968 77  WS-CYCLE-NUMBER              PIC X(02) VALUE "00".
000968
000968*----------------------------------------------------------------*
000968*    ENTITY CODE ENDING THE RUN-ID, AS IN STEP010.  ONLY THIS    *
000969*    ENTITY'S CHECKPOINT AND AUDIT RECORDS ARE RECONCILED.       *
000969*----------------------------------------------------------------*
000969 77  WS-ENTITY-CODE               PIC X(04) VALUE "0000".
000970
000980*----------------------------------------------------------------*
000990*    SWITCHES.                                                   *
001330         10  WS-AUD-TAB-PROGRAM       PIC X(08).
001335         10  WS-AUD-TAB-MODE          PIC X(14).
001340         10  WS-AUD-TAB-RC            PIC 9(04).
001343         10  WS-AUD-TAB-DISPOSITION   PIC X(01).
001346             88  WS-AUD-TAB-HELD          VALUE "H".
001350         10  WS-AUD-TAB-MATCHED       PIC X(01).
001360             88  WS-AUD-TAB-IS-MATCHED    VALUE "Y".
001370
001470 77  WS-ORPHAN-CKPT-COUNT         PIC 9(05) COMP VALUE ZERO.
001480 77  WS-ORPHAN-AUD-COUNT          PIC 9(05) COMP VALUE ZERO.
001490 77  WS-MISMATCH-COUNT            PIC 9(05) COMP VALUE ZERO.
001491
001492*----------------------------------------------------------------*
001494*    OPERATOR HOLD/BYPASS COUNTERS - INFORMATIONAL ONLY.        *
001495*----------------------------------------------------------------*
001497 77  WS-BYPASS-COUNT              PIC 9(05) COMP VALUE ZERO.
001498 77  WS-HELD-COUNT                PIC 9(05) COMP VALUE ZERO.
001500
001510*----------------------------------------------------------------*
001520*    RETURN-CODE WORK AREA.                                      *
001800
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001822     PERFORM 1200-LOAD-CHAIN-DEFINITION THRU 1200-EXIT
001824     IF XREF-RETURN-CODE NOT < 12
001826         GO TO 0000-WRAP-UP
001828     END-IF
001830     PERFORM 3000-LOAD-CKPT-RECORDS THRU 3000-EXIT
001840     PERFORM 4000-LOAD-AUDIT-RECORDS THRU 4000-EXIT
001850     PERFORM 5000-MATCH-CKPT-TO-AUDIT THRU 5000-EXIT
001860     PERFORM 6000-SWEEP-ORPHAN-AUDITS THRU 6000-EXIT.
001865 0000-WRAP-UP.
001870     PERFORM 8000-TERMINATE THRU 8000-EXIT
001880     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
001890     GOBACK.
001920* 1000-INITIALIZE                                                *
001930*    STAMPS THE JOB HEADER, DERIVES THE RUN-ID THE SAME WAY      *
001940*    THE CHAIN STEPS DO (BUSINESS DATE PLUS CYCLE NUMBER PLUS    *
001948*    ENTITY CODE, DEFAULTING TO TODAY, CYCLE 00, AND ENTITY      *
001956*    0000), AND OPENS THE REPORT.                                *
001965*----------------------------------------------------------------*
001970 1000-INITIALIZE.
001980     MOVE "STEP040 " TO WS-JH-JOB-NAME
002035     PERFORM 1100-READ-RUN-OVERRIDES THRU 1100-EXIT
002040     STRING WS-JH-RUN-DATE  DELIMITED BY SIZE
002050            WS-CYCLE-NUMBER DELIMITED BY SIZE
002055            WS-ENTITY-CODE  DELIMITED BY SIZE
002060            INTO WS-JH-RUN-ID
002070     END-STRING
002080     MOVE ZERO TO WS-FINAL-RETURN-CODE
002123*----------------------------------------------------------------*
002124* 1100-READ-RUN-OVERRIDES                                        *
002125*    READS THE OPTIONAL PARM CARD FOR THE BUSINESS-DATE AND      *
002125*    CYCLE-NUMBER OVERRIDES AND THE ENTITY CODE.  A MISSING OR   *
002126*    EMPTY CARD, OR BLANK FIELDS, LEAVE THE DEFAULTS (TODAY,     *
002127*    CYCLE 00, ENTITY 0000) IN PLACE - THE NORMAL NIGHTLY CASE   *
002128*    NEEDS NO CARD CHANGES.                                      *
002129*----------------------------------------------------------------*
002131 1100-READ-RUN-OVERRIDES.
002132     OPEN INPUT PARM-FILE
002147     IF PARM-CYCLE-NUMBER NOT = SPACES
002148         AND PARM-CYCLE-NUMBER IS NUMERIC
002149         MOVE PARM-CYCLE-NUMBER TO WS-CYCLE-NUMBER
002149     END-IF
002150     IF PARM-ENTITY-CODE NOT = SPACES
002150         MOVE PARM-ENTITY-CODE TO WS-ENTITY-CODE
002151     END-IF.
002152 1100-EXIT.
002153     EXIT.
002154
002155*----------------------------------------------------------------*
002156* 1200-LOAD-CHAIN-DEFINITION                                     *
002157*    LOADS THE STEP CROSS-REFERENCE FROM THE CHAIN-DEFINITION    *
002158*    CONTROL FILE THROUGH THE SHARED CHNLOAD ROUTINE.  A         *
002159*    MISSING OR UNREADABLE DEFINITION IS PRINTED AND POSTED AND  *
002161*    THE CALLER SKIPS THE MATCH; AN OVERFLOW IS PRINTED AND      *
002162*    POSTED BUT THE PARTIAL TABLE IS STILL USED.                 *
002163*----------------------------------------------------------------*
002164 1200-LOAD-CHAIN-DEFINITION.
002165     MOVE WS-JH-JOB-NAME TO XREF-JOB-NAME
002166     MOVE WS-JH-RUN-ID   TO XREF-RUN-ID
002167     CALL "CHNLOAD" USING XREF-AREA
002168     IF XREF-RETURN-CODE = ZERO
002169         GO TO 1200-EXIT
002171     END-IF
002172     MOVE " " TO PRT-CARRIAGE-CONTROL
002173     MOVE XREF-MESSAGE-TEXT TO PRT-TEXT
002174     WRITE PRT-FILE-RECORD
002175     IF XREF-RETURN-CODE > WS-FINAL-RETURN-CODE
002176         MOVE XREF-RETURN-CODE TO WS-FINAL-RETURN-CODE
002177     END-IF.
002178 1200-EXIT.
002179     EXIT.
002130
002140*----------------------------------------------------------------*
002150* 3000-LOAD-CKPT-RECORDS                                         *
002156*    LOADS TODAY'S CHECKPOINT RECORDS INTO THE WORK TABLE,       *
002162*    STARTING AT TODAY'S RUN-ID AND STOPPING AT THE FIRST KEY    *
002168*    PAST IT.  A MISSING FILE SIMPLY MEANS NO CHECKPOINTS WERE   *
002174*    WRITTEN.                                                    *
002180*----------------------------------------------------------------*
002190 3000-LOAD-CKPT-RECORDS.
002200     OPEN INPUT CKPT-FILE
002220         GO TO 3000-EXIT
002230     END-IF
002240     MOVE "N" TO WS-EOF-SWITCH
002240     MOVE WS-JH-RUN-ID TO CKPT-RUN-ID
002241     MOVE LOW-VALUES TO CKPT-STEP-NAME CKPT-RUN-MODE
002242     START CKPT-FILE KEY NOT < CKPT-KEY
002242         INVALID KEY
002243             SET WS-EOF TO TRUE
002244     END-START
002244     IF WS-CKPT-FILE-STATUS NOT = "00"
002245         AND WS-CKPT-FILE-STATUS NOT = "23"
002246         SET WS-EOF TO TRUE
002246         MOVE "CKPTFILE" TO FSTAT-DD-NAME
002247         MOVE "START   " TO FSTAT-OPERATION
002248         MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
002248         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
002249     END-IF
002250     PERFORM 3010-READ-CKPT-RECORD THRU 3010-EXIT
002260         UNTIL WS-EOF
002270     CLOSE CKPT-FILE.
002290     EXIT.
002300
002310 3010-READ-CKPT-RECORD.
002320     READ CKPT-FILE NEXT
002330         AT END
002340             SET WS-EOF TO TRUE
002350         NOT AT END
002470                 ELSE
002480                     ADD 1 TO WS-CKP-OVERFLOW
002490                 END-IF
002493             ELSE
002496                 SET WS-EOF TO TRUE
002500             END-IF
002510     END-READ.
002520 3010-EXIT.
002540
002550*----------------------------------------------------------------*
002560* 4000-LOAD-AUDIT-RECORDS                                        *
002566*    LOADS TODAY'S AUDIT RECORDS INTO THE WORK TABLE, STARTING   *
002573*    AT TODAY'S RUN-ID AND STOPPING AT THE FIRST KEY PAST IT.  A *
002580*    MISSING FILE SIMPLY MEANS NO AUDIT RECORDS WERE WRITTEN.    *
002590*----------------------------------------------------------------*
002600 4000-LOAD-AUDIT-RECORDS.
002630         GO TO 4000-EXIT
002640     END-IF
002650     MOVE "N" TO WS-EOF-SWITCH
002650     MOVE WS-JH-RUN-ID TO AUD-RUN-ID
002651     MOVE LOW-VALUES TO AUD-PROGRAM-ID AUD-START-TIMESTAMP
002652     START AUDIT-FILE KEY NOT < AUD-KEY
002652         INVALID KEY
002653             SET WS-EOF TO TRUE
002654     END-START
002654     IF WS-AUDIT-FILE-STATUS NOT = "00"
002655         AND WS-AUDIT-FILE-STATUS NOT = "23"
002656         SET WS-EOF TO TRUE
002656         MOVE "AUDITLOG" TO FSTAT-DD-NAME
002657         MOVE "START   " TO FSTAT-OPERATION
002658         MOVE WS-AUDIT-FILE-STATUS TO FSTAT-FILE-STATUS
002658         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
002659     END-IF
002660     PERFORM 4010-READ-AUDIT-RECORD THRU 4010-EXIT
002670         UNTIL WS-EOF
002680     CLOSE AUDIT-FILE.
002700     EXIT.
002710
002720 4010-READ-AUDIT-RECORD.
002730     READ AUDIT-FILE NEXT
002740         AT END
002750             SET WS-EOF TO TRUE
002760         NOT AT END
002814                         WS-AUD-TAB-MODE(WS-AUD-TABLE-COUNT)
002820                     MOVE AUD-RETURN-CODE TO
002830                         WS-AUD-TAB-RC(WS-AUD-TABLE-COUNT)
002833                     MOVE AUD-STEP-DISPOSITION TO
002836                      WS-AUD-TAB-DISPOSITION(WS-AUD-TABLE-COUNT)
002840                     MOVE "N" TO
002850                         WS-AUD-TAB-MATCHED(WS-AUD-TABLE-COUNT)
002860                 ELSE
002870                     ADD 1 TO WS-AUD-OVERFLOW
002880                 END-IF
002883             ELSE
002886                 SET WS-EOF TO TRUE
002890             END-IF
002900     END-READ.
002910 4010-EXIT.
003150            WS-JH-RUN-TIME  DELIMITED BY SIZE
003160            "   RUN-ID: "   DELIMITED BY SIZE
003170            WS-JH-RUN-ID    DELIMITED BY SIZE
003173            "   ENTITY: "   DELIMITED BY SIZE
003176            WS-ENTITY-CODE  DELIMITED BY SIZE
003180            INTO WS-RUNDATE-LINE
003190     END-STRING
003200     MOVE " " TO PRT-CARRIAGE-CONTROL
003280
003290*----------------------------------------------------------------*
003300* 5200-MATCH-ONE-CKPT                                            *
003307*    PAIRS ONE CHECKPOINT TABLE ENTRY.  ONLY COMPLETE AND        *
003315*    BYPASS CHECKPOINTS PARTICIPATE - AN INCOMPLETE STATUS IS    *
003323*    NOT A CLAIM THAT THE STEP FINISHED.  A PAIRED BYPASS        *
003331*    CHECKPOINT IS LISTED AS AN INTENTIONAL SKIP.  THE PAIRING   *
003338*    PREFERS AN UNMATCHED AUDIT RECORD WITH RETURN CODE ZERO     *
003346*    AND FALLS BACK TO ANY UNMATCHED RECORD FOR THE PROGRAM AND  *
003354*    MODE, SO A FAILED ATTEMPT PLUS A CLEAN RERUN RECONCILES     *
003362*    CLEANLY.                                                    *
003370*----------------------------------------------------------------*
003380 5200-MATCH-ONE-CKPT.
003390     IF WS-CKP-STATUS(WS-CKP-IDX) NOT = "C"
003395         AND WS-CKP-STATUS(WS-CKP-IDX) NOT = "B"
003400         GO TO 5200-EXIT
003410     END-IF
003420     PERFORM 5300-XREF-STEP-TO-PROGRAM THRU 5300-EXIT
003980             END-STRING
003990             PERFORM 5400-PRINT-EXCEPTION THRU 5400-EXIT
004000             ADD 1 TO WS-MISMATCH-COUNT
004002         WHEN WS-CKP-STATUS(WS-CKP-IDX) = "B"
004004             MOVE "Y" TO WS-AUD-TAB-MATCHED(WS-AUD-HIT)
004006             MOVE SPACES TO WS-EXCEPTION-LINE
004008             STRING "BYPASSED - STEP "  DELIMITED BY SIZE
004010                    WS-CKP-STEP-NAME(WS-CKP-IDX)
004012                                        DELIMITED BY SIZE
004014                    " MODE "            DELIMITED BY SIZE
004016                    WS-CKP-RUN-MODE(WS-CKP-IDX)
004018                                        DELIMITED BY SIZE
004021                    " INTENTIONALLY SKIPPED BY OPERATOR"
004023                                        DELIMITED BY SIZE
004025                    INTO WS-EXCEPTION-LINE
004027             END-STRING
004029             PERFORM 5400-PRINT-EXCEPTION THRU 5400-EXIT
004031             ADD 1 TO WS-BYPASS-COUNT
004033         WHEN OTHER
004035             MOVE "Y" TO WS-AUD-TAB-MATCHED(WS-AUD-HIT)
004037     END-EVALUATE.
004040 5200-EXIT.
004050     EXIT.
004060
004576*    SECOND CLEAN AUDIT RECORD WITHOUT A NEW CHECKPOINT BY       *
004578*    DESIGN; THAT IS AN EXTRA ATTEMPT COVERED BY THE EXISTING    *
004580*    CHECKPOINT, NOT DRIFT.  UNMATCHED NON-ZERO RECORDS ARE      *
004582*    EXPECTED TOO: A FAILED RUN WRITES NO CHECKPOINT, AND        *
004584*    NEITHER DOES A STEP HELD BY THE OPERATORS - THOSE ARE       *
004586*    LISTED AS HELD SO THE MORNING READER SEES WHY THE CHAIN     *
004588*    STOPPED.                                                    *
004590*----------------------------------------------------------------*
004600 6000-SWEEP-ORPHAN-AUDITS.
004610     PERFORM 6010-CHECK-ONE-AUDIT THRU 6010-EXIT
004650     EXIT.
004660
004670 6010-CHECK-ONE-AUDIT.
004670     IF WS-AUD-TAB-HELD(WS-AUD-IDX)
004670         AND NOT WS-AUD-TAB-IS-MATCHED(WS-AUD-IDX)
004670         MOVE SPACES TO WS-EXCEPTION-LINE
004670         STRING "HELD - PROGRAM "       DELIMITED BY SIZE
004670                WS-AUD-TAB-PROGRAM(WS-AUD-IDX)
004670                                        DELIMITED BY SIZE
004670                " MODE "                DELIMITED BY SIZE
004670                WS-AUD-TAB-MODE(WS-AUD-IDX)
004671                                        DELIMITED BY SIZE
004671                " HELD BY OPERATOR - NOT RUN"
004671                                        DELIMITED BY SIZE
004671                INTO WS-EXCEPTION-LINE
004671         END-STRING
004671         PERFORM 5400-PRINT-EXCEPTION THRU 5400-EXIT
004671         ADD 1 TO WS-HELD-COUNT
004671         GO TO 6010-EXIT
004671     END-IF
004672     IF WS-AUD-TAB-IS-MATCHED(WS-AUD-IDX)
004674         OR WS-AUD-TAB-RC(WS-AUD-IDX) NOT = ZERO
004676         GO TO 6010-EXIT
004833* 6100-FIND-COVERING-CKPT                                        *
004834*    LOOKS FOR A COMPLETE CHECKPOINT WHOSE STEP CROSS-          *
004835*    REFERENCES TO THE AUDIT RECORD'S PROGRAM AND WHOSE MODE    *
004836*    MATCHES - ONE COMPLETE (OR BYPASS) CHECKPOINT COVERS ANY   *
004837*    NUMBER OF CLEAN AUDIT RECORDS FOR ITS STEP AND MODE.       *
004838*----------------------------------------------------------------*
004839 6100-FIND-COVERING-CKPT.
004841     MOVE "N" TO WS-COVER-FOUND-SWITCH
004871     IF WS-CKP-STEP-NAME(WS-CKP-IDX) = WS-WANTED-STEP
004872         AND WS-CKP-RUN-MODE(WS-CKP-IDX) =
004873             WS-AUD-TAB-MODE(WS-AUD-IDX)
004873         AND (WS-CKP-STATUS(WS-CKP-IDX) = "C"
004874              OR WS-CKP-STATUS(WS-CKP-IDX) = "B")
004875         SET WS-COVER-FOUND TO TRUE
004876     END-IF.
004877 6120-EXIT.
004882*    PRINTS THE EXCEPTION COUNTS, POSTS THE RETURN CODE, AND     *
004883*    CLOSES THE REPORT.  ANY EXCEPTION AT ALL MEANS THE TWO      *
004890*    FILES DISAGREE AND THE STEP POSTS A NON-ZERO RETURN CODE.   *
004891*    BYPASSED AND HELD STEPS ARE COUNTED BUT ARE NOT EXCEPTIONS. *
004892*    WHEN THE CHAIN DEFINITION COULD NOT BE LOADED NOTHING WAS   *
004894*    MATCHED, SO NO VERDICT OR COUNTS ARE PRINTED.               *
004900*----------------------------------------------------------------*
004910 8000-TERMINATE.
004912     IF XREF-RETURN-CODE NOT < 12
004914         GO TO 8000-CLOSE-REPORT
004916     END-IF
004920     IF WS-ORPHAN-CKPT-COUNT = ZERO
004930         AND WS-ORPHAN-AUD-COUNT = ZERO
004940         AND WS-MISMATCH-COUNT = ZERO
005250     MOVE " " TO PRT-CARRIAGE-CONTROL
005260     MOVE WS-COUNT-LINE TO PRT-TEXT
005270     WRITE PRT-FILE-RECORD
005270     MOVE WS-BYPASS-COUNT TO WS-EDIT-COUNT
005271     MOVE SPACES TO WS-COUNT-LINE
005271     STRING "STEPS BYPASSED BY OPERATOR: " DELIMITED BY SIZE
005272            WS-EDIT-COUNT  DELIMITED BY SIZE
005272            INTO WS-COUNT-LINE
005273     END-STRING
005273     MOVE " " TO PRT-CARRIAGE-CONTROL
005274     MOVE WS-COUNT-LINE TO PRT-TEXT
005274     WRITE PRT-FILE-RECORD
005275     MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
005275     MOVE SPACES TO WS-COUNT-LINE
005276     STRING "STEPS HELD BY OPERATOR: " DELIMITED BY SIZE
005276            WS-EDIT-COUNT  DELIMITED BY SIZE
005277            INTO WS-COUNT-LINE
005277     END-STRING
005278     MOVE " " TO PRT-CARRIAGE-CONTROL
005278     MOVE WS-COUNT-LINE TO PRT-TEXT
005279     WRITE PRT-FILE-RECORD
005280     IF WS-CKP-OVERFLOW > ZERO OR WS-AUD-OVERFLOW > ZERO
005290         MOVE " " TO PRT-CARRIAGE-CONTROL
005300         MOVE "WARNING - WORK TABLE OVERFLOW - REPORT INCOMPLETE"
005310             TO PRT-TEXT
005320         WRITE PRT-FILE-RECORD
005330         MOVE 8 TO WS-FINAL-RETURN-CODE
005340     END-IF.
005345 8000-CLOSE-REPORT.
005350     CLOSE PRINT-FILE
005351     MOVE "PRTFILE " TO FSTAT-DD-NAME
005352     MOVE "CLOSE   " TO FSTAT-OPERATION
