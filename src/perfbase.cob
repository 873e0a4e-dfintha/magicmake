000260* A STEP'S FIRST CLEAN RUN CREATES ITS BASELINE; DEVIATION IS   *
000270* ONLY JUDGED AGAINST A BASELINE THAT EXISTED BEFORE TODAY'S    *
000280* SWEEP, SO A BRAND-NEW STEP IS NEVER FLAGGED AGAINST ITSELF.   *
000282* A RUN THE OPERATORS BYPASSED OR HELD THROUGH THE HOLD/BYPASS  *
000285* CONTROL FILE DID NO WORK - IT IS COUNTED BUT NEITHER JUDGED   *
000287* NOR FOLDED INTO ITS BASELINE.                                 *
000290*                                                                *
000300* RETURN CODES: 0 = NO DEVIATIONS; 4 = AT LEAST ONE RUN         *
000310* FLAGGED; 16 = ENVIRONMENT FAILURE (BAD OR MISSING CONTROL     *
000330*------------------------------------------------------------------
000340* MOD HISTORY                                                    *
000350*   2026-09-02  DLF  INITIAL VERSION.                            *
000351*   2026-10-15  DLF  THE STEP CROSS-REFERENCE IS LOADED FROM THE *
000352*                    CHAINDEF CONTROL FILE THROUGH CHNLOAD AT    *
000353*                    START-UP INSTEAD OF BEING COMPILED IN.  A   *
000354*                    MISSING OR UNREADABLE DEFINITION IS AN      *
000355*                    ENVIRONMENT FAILURE (RC 16).                *
000356*   2026-10-15  DLF  THE AUDIT LOG IS NOW INDEXED; IT IS STARTED *
000357*                    AT THE DAY'S RUN-ID AND READ FORWARD ONLY   *
000358*                    WHILE THE RUN-ID MATCHES.                   *
000358*   2026-10-15  DLF  ADDED THE ENTITY CODE FROM PARMCARD.  IT    *
000358*                    ENDS THE RUN-ID, SO ONLY THE ENTITY'S OWN   *
000359*                    RUNS ARE MEASURED, AND IS STAMPED ON THE    *
000359*                    ALERT RECORD AND PRINTED IN THE HEADING.    *
000359*   2026-10-15  DLF  AN AUDIT RECORD MARKED BYPASSED OR HELD IS  *
000359*                    COUNTED AND PRINTED ON THE SUMMARY BUT      *
000359*                    NEITHER JUDGED FOR DEVIATION NOR FOLDED     *
000359*                    INTO THE BASELINE.                          *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.    PERFBASE.
000610
000620     SELECT AUDIT-FILE
000630         ASSIGN TO "AUDITLOG"
000635         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000645         RECORD KEY IS AUD-KEY
000650         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000660
000670     SELECT BASE-NEW-FILE
001050     COPY BASEREC.
001060
001070*----------------------------------------------------------------*
001076*    AUDIT LOG, KEYED ON RUN-ID - STARTED AT THE DAY'S RUN-ID    *
001083*    AND READ FORWARD WHILE IT MATCHES.                          *
001090*----------------------------------------------------------------*
001105 FD  AUDIT-FILE.
001120     COPY AUDITREC.
001130
001140*----------------------------------------------------------------*
001820*    CYCLE NUMBER FOLDED INTO THE RUN-ID, AS IN STEP010.         *
001830*----------------------------------------------------------------*
001840 77  WS-CYCLE-NUMBER              PIC X(02) VALUE "00".
001841
001843*----------------------------------------------------------------*
001845*    ENTITY CODE ENDING THE RUN-ID, AS IN STEP010.               *
001846*----------------------------------------------------------------*
001848 77  WS-ENTITY-CODE               PIC X(04) VALUE "0000".
001850
001860*----------------------------------------------------------------*
001870*    BASELINE TABLE.  EACH ENTRY TRACKS WHETHER IT EXISTED       *
002220 77  WS-DEVIATION-COUNT           PIC 9(05) COMP VALUE ZERO.
002230 77  WS-FOLDED-COUNT              PIC 9(05) COMP VALUE ZERO.
002240 77  WS-NO-XREF-COUNT             PIC 9(05) COMP VALUE ZERO.
002243 77  WS-BYPASS-COUNT              PIC 9(05) COMP VALUE ZERO.
002246 77  WS-HELD-COUNT                PIC 9(05) COMP VALUE ZERO.
002250 77  WS-BASE-WRITTEN-COUNT        PIC 9(05) COMP VALUE ZERO.
002260 77  WS-VALIDATION-MESSAGE        PIC X(60) VALUE SPACES.
002270 77  WS-FINAL-RETURN-CODE         PIC 9(04) VALUE ZERO.
002890     PERFORM 1100-READ-RUN-OVERRIDES THRU 1100-EXIT
002900     STRING WS-JH-RUN-DATE  DELIMITED BY SIZE
002910            WS-CYCLE-NUMBER DELIMITED BY SIZE
002920            WS-ENTITY-CODE  DELIMITED BY SIZE
002930            INTO WS-JH-RUN-ID
002940     END-STRING
002950     MOVE ZERO TO WS-FINAL-RETURN-CODE
003250     END-IF
003260     MOVE PERF-WINDOW-RUNS    TO WS-WINDOW-RUNS
003270     MOVE PERF-DEVIATION-MULT TO WS-DEVIATION-MULT
003272     PERFORM 1200-LOAD-CHAIN-DEFINITION THRU 1200-EXIT
003274     IF WS-ENVIRONMENT-BAD
003276         GO TO 1000-EXIT
003278     END-IF
003280     OPEN OUTPUT PRINT-FILE
003290     PERFORM 6100-WRITE-REPORT-HEADERS THRU 6100-EXIT
003292     IF XREF-RETURN-CODE NOT = ZERO
003294         MOVE " " TO PRT-CARRIAGE-CONTROL
003295         MOVE XREF-MESSAGE-TEXT TO PRT-TEXT
003296         WRITE PRT-FILE-RECORD
003297         MOVE XREF-RETURN-CODE TO WS-FINAL-RETURN-CODE
003298     END-IF.
003300 1000-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------------*
003340* 1100-READ-RUN-OVERRIDES                                        *
003350*    READS THE OPTIONAL PARM CARD FOR THE BUSINESS-DATE AND      *
003358*    CYCLE-NUMBER OVERRIDES AND THE ENTITY CODE.  A MISSING OR   *
003366*    EMPTY CARD, OR BLANK FIELDS, LEAVE THE DEFAULTS (TODAY,     *
003374*    CYCLE 00, ENTITY 0000) IN PLACE - THE NORMAL NIGHTLY CASE   *
003382*    NEEDS NO CARD CHANGES.                                      *
003390*----------------------------------------------------------------*
003400 1100-READ-RUN-OVERRIDES.
003410     OPEN INPUT PARM-FILE
003550     IF PARM-CYCLE-NUMBER NOT = SPACES
003560         AND PARM-CYCLE-NUMBER IS NUMERIC
003570         MOVE PARM-CYCLE-NUMBER TO WS-CYCLE-NUMBER
003572     END-IF
003575     IF PARM-ENTITY-CODE NOT = SPACES
003577         MOVE PARM-ENTITY-CODE TO WS-ENTITY-CODE
003580     END-IF.
003590 1100-EXIT.
003600     EXIT.
003601
003602*----------------------------------------------------------------*
003603* 1200-LOAD-CHAIN-DEFINITION                                     *
003604*    LOADS THE STEP CROSS-REFERENCE FROM THE CHAIN-DEFINITION    *
003605*    CONTROL FILE THROUGH THE SHARED CHNLOAD ROUTINE.  A         *
003606*    MISSING OR UNREADABLE DEFINITION FAILS THE ENVIRONMENT -    *
003607*    WITHOUT IT NO AUDIT RECORD CAN BE TIED TO A BASELINE.  AN   *
003608*    OVERFLOW IS REPORTED BY 1000 ONCE THE REPORT IS OPEN.       *
003609*----------------------------------------------------------------*
003611 1200-LOAD-CHAIN-DEFINITION.
003612     MOVE WS-JH-JOB-NAME TO XREF-JOB-NAME
003613     MOVE WS-JH-RUN-ID   TO XREF-RUN-ID
003614     CALL "CHNLOAD" USING XREF-AREA
003615     IF XREF-RETURN-CODE NOT < 12
003616         MOVE XREF-MESSAGE-TEXT TO WS-VALIDATION-MESSAGE
003617         SET WS-ENVIRONMENT-BAD TO TRUE
003618     END-IF.
003619 1200-EXIT.
003621     EXIT.
003610
003620*----------------------------------------------------------------*
003630* 2100-ENVIRONMENT-FAILURE                                       *
003640*    THE CONTROL CARD OR THE CHAIN DEFINITION IS MISSING OR      *
003645*    UNUSABLE.  REPORT IT AND POST A NON-ZERO RETURN CODE - THE  *
003650*    LIVE BASELINE FILE HAS NOT BEEN TOUCHED, SO THE COPY-BACK   *
003660*    STEP MUST NOT RUN.                                          *
003670*----------------------------------------------------------------*
003680 2100-ENVIRONMENT-FAILURE.
003690     OPEN OUTPUT PRINT-FILE
004460     EVALUATE TRUE
004470         WHEN WS-AUDIT-FILE-STATUS = "00"
004480             MOVE "N" TO WS-EOF-SWITCH
004480             MOVE WS-JH-RUN-ID TO AUD-RUN-ID
004481             MOVE LOW-VALUES TO AUD-PROGRAM-ID
004481                               AUD-START-TIMESTAMP
004482             START AUDIT-FILE KEY NOT < AUD-KEY
004483                 INVALID KEY
004483                     SET WS-EOF TO TRUE
004484             END-START
004485             IF WS-AUDIT-FILE-STATUS NOT = "00"
004485                 AND WS-AUDIT-FILE-STATUS NOT = "23"
004486                 SET WS-EOF TO TRUE
004486                 MOVE "AUDITLOG" TO FSTAT-DD-NAME
004487                 MOVE "START   " TO FSTAT-OPERATION
004488                 MOVE WS-AUDIT-FILE-STATUS TO FSTAT-FILE-STATUS
004488                 PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
004489             END-IF
004490             PERFORM 4010-READ-AUDIT-RECORD THRU 4010-EXIT
004500                 UNTIL WS-EOF
004510             CLOSE AUDIT-FILE
004640     EXIT.
004650
004660 4010-READ-AUDIT-RECORD.
004670     READ AUDIT-FILE NEXT
004680         AT END
004690             SET WS-EOF TO TRUE
004700         NOT AT END
004710             IF AUD-RUN-ID = WS-JH-RUN-ID
004720                 ADD 1 TO WS-AUDIT-SEEN-COUNT
004730                 PERFORM 4100-JUDGE-ONE-RECORD THRU 4100-EXIT
004733             ELSE
004736                 SET WS-EOF TO TRUE
004740             END-IF
004750     END-READ.
004760 4010-EXIT.
004810*    TRANSLATES THE RECORD'S PROGRAM-ID TO ITS STEP NAME,        *
004820*    FINDS (OR CREATES) ITS BASELINE, FLAGS A DEVIATION          *
004830*    AGAINST A PRE-EXISTING BASELINE, AND FOLDS A CLEAN RUN      *
004835*    INTO THE ROLLING AVERAGE.  A BYPASSED OR HELD RUN POSTS RC  *
004840*    0 OR 6 WITH NEXT TO NO ELAPSED TIME; IT IS ONLY COUNTED, SO *
004845*    IT CANNOT DRAG THE AVERAGE DOWN OR BE FLAGGED.              *
004850*----------------------------------------------------------------*
004860 4100-JUDGE-ONE-RECORD.
004870     PERFORM 4300-XREF-PROGRAM-TO-STEP THRU 4300-EXIT
004890         ADD 1 TO WS-NO-XREF-COUNT
004900         GO TO 4100-EXIT
004910     END-IF
004911     IF AUD-STEP-BYPASSED OR AUD-STEP-HELD
004912         IF AUD-STEP-BYPASSED
004913             ADD 1 TO WS-BYPASS-COUNT
004914         ELSE
004915             ADD 1 TO WS-HELD-COUNT
004916         END-IF
004917         GO TO 4100-EXIT
004918     END-IF
004920     PERFORM 4400-FIND-BASELINE-ENTRY THRU 4400-EXIT
004930     IF WS-BASELINE-FOUND
004940         AND WS-BAS-PRE-EXISTING(WS-BAS-HIT)
006700
006710*----------------------------------------------------------------*
006720* 6000-PRINT-SUMMARY                                             *
006726*    PRINTS THE SWEEP AND BASELINE COUNTS, INCLUDING THE RUNS    *
006733*    SKIPPED AS BYPASSED OR HELD BY THE OPERATORS.               *
006740*----------------------------------------------------------------*
006750 6000-PRINT-SUMMARY.
006760     MOVE WS-AUDIT-SEEN-COUNT TO WS-EDIT-COUNT
007010     MOVE " " TO PRT-CARRIAGE-CONTROL
007020     MOVE WS-COUNT-LINE TO PRT-TEXT
007030     WRITE PRT-FILE-RECORD
007030     MOVE WS-BYPASS-COUNT TO WS-EDIT-COUNT
007031     MOVE SPACES TO WS-COUNT-LINE
007031     STRING "STEPS BYPASSED BY OPERATOR: " DELIMITED BY SIZE
007032            WS-EDIT-COUNT         DELIMITED BY SIZE
007032            INTO WS-COUNT-LINE
007033     END-STRING
007033     MOVE " " TO PRT-CARRIAGE-CONTROL
007034     MOVE WS-COUNT-LINE TO PRT-TEXT
007034     WRITE PRT-FILE-RECORD
007035     MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
007035     MOVE SPACES TO WS-COUNT-LINE
007036     STRING "STEPS HELD BY OPERATOR: " DELIMITED BY SIZE
007036            WS-EDIT-COUNT         DELIMITED BY SIZE
007037            INTO WS-COUNT-LINE
007037     END-STRING
007038     MOVE " " TO PRT-CARRIAGE-CONTROL
007038     MOVE WS-COUNT-LINE TO PRT-TEXT
007039     WRITE PRT-FILE-RECORD
007040     MOVE WS-BASE-WRITTEN-COUNT TO WS-EDIT-COUNT
007050     MOVE WS-NO-XREF-COUNT      TO WS-EDIT-ELAPSED
007060     MOVE SPACES TO WS-COUNT-LINE
007370            WS-JH-RUN-TIME  DELIMITED BY SIZE
007380            "   RUN-ID: "   DELIMITED BY SIZE
007390            WS-JH-RUN-ID    DELIMITED BY SIZE
007393            "   ENTITY: "   DELIMITED BY SIZE
007396            WS-ENTITY-CODE  DELIMITED BY SIZE
007400            INTO WS-RUNDATE-LINE
007410     END-STRING
007420     MOVE " " TO PRT-CARRIAGE-CONTROL
007780     MOVE "O"                  TO ALR-STATUS
007790     MOVE SPACES               TO ALR-ACK-OPERATOR
007800     MOVE SPACES               TO ALR-ACK-TIMESTAMP
007805     MOVE WS-ENTITY-CODE       TO ALR-ENTITY-CODE
007810     MOVE SPACES               TO ALR-RESERVED
007820     WRITE ALERT-RECORD
007830     MOVE "ALERTFIL" TO FSTAT-DD-NAME
