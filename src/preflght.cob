000130* THIS STANDALONE STEP IS SUBMITTED IN THE AFTERNOON AND         *
000140* CONTENT-VALIDATES EVERY CONTROL FILE THE CHAIN DEPENDS ON:     *
000150*   - PARMCARD: RUN MODE AND LANGUAGE CODE AGAINST THEIR LEGAL   *
000156*     VALUES, AND THE BUSINESS-DATE/CYCLE OVERRIDES AND ENTITY   *
000163*     CODE WELL-FORMED.                                          *
000170*   - SLAFILE: EVERY CUTOFF NUMERIC AND A VALID CLOCK TIME, AND  *
000180*     EVERY STEP NAME AN ACTIVE STEP OF THE CHAIN DEFINITION.    *
000182*     ANY ENTITY CODE ON A RECORD WELL-FORMED.                   *
000185*   - CHAINDEF: EVERY STEP WITH A LOAD MODULE, AT LEAST ONE      *
000186*     LEGAL RUN MODE, A Y/N ACTIVE FLAG, AND A PREDECESSOR THAT  *
000187*     IS ITSELF A STEP OF THE CHAIN.                             *
000190*   - CALFILE: THE RUN DATE ON FILE AND UNBROKEN COVERAGE        *
000196*     THROUGH THE NEXT BUSINESS DAY, IN THE CALENDAR OF THE      *
000203*     CARD'S ENTITY.                                             *
000210*   - RETNCARD: RETAIN-DAYS NUMERIC AND IN A SANE RANGE          *
000220*     (1-3650).                                                  *
000230*   - MSGFILE: THE REQUIRED CODES (GRT1-GRT4, NOP1, AND THE    *
000240*     PERIOD-END NOTICES PED1-PED3) CARRYING A VERSION IN EFFECT *
000250*     FOR THE RUN DATE IN EVERY SUPPORTED LANGUAGE.              *
000260* EVERY FINDING PRINTS ON THE REPORT AND THE STEP POSTS RC 8,    *
000270* SO THE CARDS GET FIXED BEFORE THE WINDOW OPENS, NOT DURING.    *
000280*                                                                *
000300*------------------------------------------------------------------
000310* MOD HISTORY                                                    *
000320*   2026-09-02  DLF  INITIAL VERSION.                            *
000321*   2026-10-15  DLF  THE STEP CROSS-REFERENCE IS LOADED FROM THE *
000322*                    CHAINDEF CONTROL FILE THROUGH CHNLOAD.  THE *
000323*                    AUDIT NOW CONTENT-VALIDATES THE CHAIN       *
000324*                    DEFINITION AND FLAGS SLA CUTOFFS FOR        *
000325*                    INACTIVE STEPS.                             *
000326*   2026-10-15  DLF  PERIOD-END IS A LEGAL RUN MODE, AND THE     *
000327*                    PERIOD-END NOTICES PED1-PED3 ARE REQUIRED   *
000328*                    MESSAGE CODES.                              *
000328*   2026-10-15  DLF  THE PARMCARD ENTITY CODE AND SLA ENTITY     *
000328*                    CODES ARE CHECKED FOR FORM, AND THE         *
000329*                    CALENDAR AUDIT USES THE CALENDAR OF THE     *
000329*                    CARD'S ENTITY.                              *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    PREFLGHT.
001600     88  WS-CAL-DATE-FOUND            VALUE "Y".
001610 77  WS-WALK-DONE-SWITCH          PIC X(01) VALUE "N".
001620     88  WS-WALK-DONE                 VALUE "Y".
001622 77  WS-PRED-FOUND-SWITCH         PIC X(01) VALUE "N".
001624     88  WS-PREDECESSOR-FOUND         VALUE "Y".
001626
001627*----------------------------------------------------------------*
001628*    RUN MODES A CHAIN STEP MAY BE DEFINED UNDER - THE LEGAL     *
001629*    PARMCARD RUN MODES.                                         *
001631*----------------------------------------------------------------*
001632 77  WS-CHECK-MODE                PIC X(14) VALUE SPACES.
001633     88  WS-CHECK-MODE-LEGAL          VALUES "START-OF-DAY  "
001634                                             "END-OF-DAY    "
001635                                             "RESTART       "
001635                                             "ABEND-NOTICE  "
001636                                             "PERIOD-END    ".
001637 77  WS-MODE-IDX                  PIC 9(04) COMP VALUE ZERO.
001638 77  WS-MODE-COUNT                PIC 9(04) COMP VALUE ZERO.
001639 77  WS-PRED-IDX                  PIC 9(04) COMP VALUE ZERO.
001630
001640*----------------------------------------------------------------*
001650*    LANGUAGE CODES THE SHOP SUPPORTS, AS IN MSGMAINT.           *
001780*----------------------------------------------------------------*
001790*    MESSAGE CODES THE CHAIN REQUIRES.                           *
001800*----------------------------------------------------------------*
001810 77  WS-CODE-TABLE-COUNT          PIC 9(04) COMP VALUE 8.
001820 77  WS-CODE-IDX                  PIC 9(04) COMP VALUE ZERO.
001830 01  WS-CODE-TABLE-VALUES.
001840     05  FILLER                   PIC X(04) VALUE "GRT1".
001860     05  FILLER                   PIC X(04) VALUE "GRT3".
001870     05  FILLER                   PIC X(04) VALUE "GRT4".
001880     05  FILLER                   PIC X(04) VALUE "NOP1".
001882     05  FILLER                   PIC X(04) VALUE "PED1".
001885     05  FILLER                   PIC X(04) VALUE "PED2".
001887     05  FILLER                   PIC X(04) VALUE "PED3".
001890 01  WS-CODE-TABLE REDEFINES WS-CODE-TABLE-VALUES.
001900     05  WS-CODE-ENTRY OCCURS 8 TIMES
001910                                  PIC X(04).
001920
001930*----------------------------------------------------------------*
002190*    PARMCARD BUSINESS-DATE OVERRIDE WHEN ONE IS STAGED.         *
002200*----------------------------------------------------------------*
002210 77  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
002210
002211*----------------------------------------------------------------*
002212*    ENTITY THE CARD RUNS THE CHAIN FOR (BLANK IS 0000), AND THE *
002213*    WORK AREAS FOR CHECKING AN ENTITY CODE'S FORM.              *
002214*----------------------------------------------------------------*
002215 77  WS-ENTITY-CODE               PIC X(04) VALUE "0000".
002216 77  WS-CHECK-ENTITY              PIC X(04) VALUE SPACES.
002217 77  WS-ENTITY-BLANKS             PIC 9(04) COMP VALUE ZERO.
002218 77  WS-ENTITY-FORM-SWITCH        PIC X(01) VALUE "Y".
002219     88  WS-ENTITY-WELL-FORMED        VALUE "Y".
002220
002230*----------------------------------------------------------------*
002240*    DATE-WALK WORK AREAS.                                       *
002500 77  WS-FINDING-COUNT             PIC 9(05) COMP VALUE ZERO.
002510 77  WS-SLA-RECORD-COUNT          PIC 9(05) COMP VALUE ZERO.
002520 77  WS-XREF-IDX                  PIC 9(04) COMP VALUE ZERO.
002525 77  WS-XREF-HIT                  PIC 9(04) COMP VALUE ZERO.
002530 77  WS-FINAL-RETURN-CODE         PIC 9(04) VALUE ZERO.
002540
002550*----------------------------------------------------------------*
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002800     PERFORM 2000-AUDIT-PARMCARD THRU 2000-EXIT
002805     PERFORM 2500-AUDIT-CHAINDEF THRU 2500-EXIT
002810     PERFORM 3000-AUDIT-SLAFILE THRU 3000-EXIT
002820     PERFORM 4000-AUDIT-CALFILE THRU 4000-EXIT
002830     PERFORM 5000-AUDIT-RETNCARD THRU 5000-EXIT
003380         AND NOT PARM-MODE-END-OF-DAY
003390         AND NOT PARM-MODE-RESTART
003400         AND NOT PARM-MODE-ABEND-NOTICE
003405         AND NOT PARM-MODE-PERIOD-END
003410         MOVE SPACES TO WS-FINDING-LINE
003420         STRING "PARMCARD - RUN MODE NOT LEGAL: "
003430                                    DELIMITED BY SIZE
003840                INTO WS-FINDING-LINE
003850         END-STRING
003860         PERFORM 7000-PRINT-FINDING THRU 7000-EXIT
003861     END-IF
003863     IF PARM-ENTITY-CODE NOT = SPACES
003865         MOVE PARM-ENTITY-CODE TO WS-CHECK-ENTITY
003866         PERFORM 2200-CHECK-ENTITY-CODE THRU 2200-EXIT
003868         IF WS-ENTITY-WELL-FORMED
003870             MOVE PARM-ENTITY-CODE TO WS-ENTITY-CODE
003871         ELSE
003873             MOVE SPACES TO WS-FINDING-LINE
003875             STRING "PARMCARD - ENTITY CODE HAS EMBEDDED BLANKS: "
003876                                        DELIMITED BY SIZE
003878                    PARM-ENTITY-CODE    DELIMITED BY SIZE
003880                    INTO WS-FINDING-LINE
003881             END-STRING
003883             PERFORM 7000-PRINT-FINDING THRU 7000-EXIT
003885         END-IF
003886     END-IF.
003888 2000-EXIT.
003890     EXIT.
003900
003910 2100-VALIDATE-LANGUAGE.
004030     END-IF.
004040 2110-EXIT.
004050     EXIT.
004050
004050*----------------------------------------------------------------*
004050* 2200-CHECK-ENTITY-CODE                                         *
004050*    A NON-BLANK ENTITY CODE MUST FILL ALL FOUR POSITIONS - IT   *
004050*    ENDS THE RUN-ID, SO A SHORT CODE WOULD LEAVE A BLANK IN THE *
004050*    AUDIT AND CHECKPOINT KEYS.                                  *
004050*----------------------------------------------------------------*
004050 2200-CHECK-ENTITY-CODE.
004050     MOVE "Y" TO WS-ENTITY-FORM-SWITCH
004050     MOVE ZERO TO WS-ENTITY-BLANKS
004050     INSPECT WS-CHECK-ENTITY
004050         TALLYING WS-ENTITY-BLANKS FOR ALL SPACES
004050     IF WS-ENTITY-BLANKS > ZERO
004050         MOVE "N" TO WS-ENTITY-FORM-SWITCH
004050     END-IF.
004050 2200-EXIT.
004050     EXIT.
004051
004052*----------------------------------------------------------------*
004053* 2500-AUDIT-CHAINDEF                                            *
004054*    LOADS THE CHAIN DEFINITION THROUGH THE SHARED CHNLOAD       *
004055*    ROUTINE AND CONTENT-VALIDATES EVERY STEP ON IT.  A LOAD     *
004056*    FAILURE IS ITSELF A FINDING; THE SLA AUDIT THAT FOLLOWS     *
004057*    THEN SEES AN EMPTY CROSS-REFERENCE AND FLAGS EVERY STEP.    *
004058*----------------------------------------------------------------*
004059 2500-AUDIT-CHAINDEF.
004061     MOVE WS-JH-JOB-NAME TO XREF-JOB-NAME
004062     MOVE WS-JH-RUN-ID   TO XREF-RUN-ID
004063     CALL "CHNLOAD" USING XREF-AREA
004064     IF XREF-RETURN-CODE NOT = ZERO
004065         MOVE SPACES TO WS-FINDING-LINE
004066         STRING "CHAINDEF - "        DELIMITED BY SIZE
004067                XREF-MESSAGE-TEXT    DELIMITED BY SIZE
004068                INTO WS-FINDING-LINE
004069         END-STRING
004071         PERFORM 7000-PRINT-FINDING THRU 7000-EXIT
004072     END-IF
004073     IF XREF-RETURN-CODE NOT < 12
004074         MOVE ZERO TO XREF-ENTRY-COUNT
004075         GO TO 2500-EXIT
004076     END-IF
004077     PERFORM 2510-CHECK-ONE-STEP THRU 2510-EXIT
004078         VARYING WS-XREF-IDX FROM 1 BY 1
004079         UNTIL WS-XREF-IDX > XREF-ENTRY-COUNT.
004081 2500-EXIT.
004082     EXIT.
004083
004084 2510-CHECK-ONE-STEP.
004085     IF XREF-PROGRAM-ID(WS-XREF-IDX) = SPACES
004086         MOVE SPACES TO WS-FINDING-LINE
004087         STRING "CHAINDEF - NO LOAD MODULE FOR STEP "
004088                                    DELIMITED BY SIZE
004089                XREF-STEP-NAME(WS-XREF-IDX)
004091                                    DELIMITED BY SIZE
004092                INTO WS-FINDING-LINE
004093         END-STRING
004094         PERFORM 7000-PRINT-FINDING THRU 7000-EXIT
004095     END-IF
004096     IF NOT XREF-STEP-ACTIVE(WS-XREF-IDX)
004097         AND NOT XREF-STEP-INACTIVE(WS-XREF-IDX)
004098         MOVE SPACES TO WS-FINDING-LINE
004099         STRING "CHAINDEF - ACTIVE FLAG NOT Y OR N FOR STEP "
004101                                    DELIMITED BY SIZE
004102                XREF-STEP-NAME(WS-XREF-IDX)
004103                                    DELIMITED BY SIZE
004104                INTO WS-FINDING-LINE
004105         END-STRING
004106         PERFORM 7000-PRINT-FINDING THRU 7000-EXIT
004107     END-IF
004108     MOVE ZERO TO WS-MODE-COUNT
004109     PERFORM 2520-CHECK-ONE-MODE THRU 2520-EXIT
004111         VARYING WS-MODE-IDX FROM 1 BY 1
004112         UNTIL WS-MODE-IDX > 5
004113     IF WS-MODE-COUNT = ZERO
004114         MOVE SPACES TO WS-FINDING-LINE
004115         STRING "CHAINDEF - NO RUN MODE FOR STEP "
004116                                    DELIMITED BY SIZE
004117                XREF-STEP-NAME(WS-XREF-IDX)
004118                                    DELIMITED BY SIZE
004119                INTO WS-FINDING-LINE
004121         END-STRING
004122         PERFORM 7000-PRINT-FINDING THRU 7000-EXIT
004123     END-IF
004124     IF XREF-PREDECESSOR(WS-XREF-IDX) = SPACES
004125         GO TO 2510-EXIT
004126     END-IF
004127     MOVE "N" TO WS-PRED-FOUND-SWITCH
004128     PERFORM 2530-MATCH-PREDECESSOR THRU 2530-EXIT
004129         VARYING WS-PRED-IDX FROM 1 BY 1
004131         UNTIL WS-PRED-IDX > XREF-ENTRY-COUNT
004132            OR WS-PREDECESSOR-FOUND
004133     IF NOT WS-PREDECESSOR-FOUND
004134         OR XREF-PREDECESSOR(WS-XREF-IDX) =
004135            XREF-STEP-NAME(WS-XREF-IDX)
004136         MOVE SPACES TO WS-FINDING-LINE
004137         STRING "CHAINDEF - PREDECESSOR "
004138                                    DELIMITED BY SIZE
004139                XREF-PREDECESSOR(WS-XREF-IDX)
004141                                    DELIMITED BY SIZE
004142                " NOT A VALID STEP FOR STEP "
004143                                    DELIMITED BY SIZE
004144                XREF-STEP-NAME(WS-XREF-IDX)
004145                                    DELIMITED BY SIZE
004146                INTO WS-FINDING-LINE
004147         END-STRING
004148         PERFORM 7000-PRINT-FINDING THRU 7000-EXIT
004149     END-IF.
004151 2510-EXIT.
004152     EXIT.
004153
004154 2520-CHECK-ONE-MODE.
004155     MOVE XREF-RUN-MODE(WS-XREF-IDX, WS-MODE-IDX)
004156         TO WS-CHECK-MODE
004157     IF WS-CHECK-MODE = SPACES
004158         GO TO 2520-EXIT
004159     END-IF
004161     ADD 1 TO WS-MODE-COUNT
004162     IF NOT WS-CHECK-MODE-LEGAL
004163         MOVE SPACES TO WS-FINDING-LINE
004164         STRING "CHAINDEF - RUN MODE NOT LEGAL: "
004165                                    DELIMITED BY SIZE
004166                WS-CHECK-MODE       DELIMITED BY SIZE
004167                " FOR STEP "        DELIMITED BY SIZE
004168                XREF-STEP-NAME(WS-XREF-IDX)
004169                                    DELIMITED BY SIZE
004171                INTO WS-FINDING-LINE
004172         END-STRING
004173         PERFORM 7000-PRINT-FINDING THRU 7000-EXIT
004174     END-IF.
004175 2520-EXIT.
004176     EXIT.
004177
004178 2530-MATCH-PREDECESSOR.
004179     IF XREF-STEP-NAME(WS-PRED-IDX) =
004181         XREF-PREDECESSOR(WS-XREF-IDX)
004182         SET WS-PREDECESSOR-FOUND TO TRUE
004183     END-IF.
004184 2530-EXIT.
004185     EXIT.
004060
004070*----------------------------------------------------------------*
004080* 3000-AUDIT-SLAFILE                                             *
004090*    EVERY SLA RECORD MUST CARRY A NUMERIC CUTOFF THAT IS A      *
004100*    VALID CLOCK TIME AND A STEP NAME THE CROSS-REFERENCE        *
004110*    KNOWS AS AN ACTIVE STEP.                                    *
004120*----------------------------------------------------------------*
004130 3000-AUDIT-SLAFILE.
004140     OPEN INPUT SLA-FILE
004360             SET WS-EOF TO TRUE
004370         NOT AT END
004380             ADD 1 TO WS-SLA-RECORD-COUNT
004385             PERFORM 3050-CHECK-SLA-ENTITY THRU 3050-EXIT
004390             PERFORM 3100-CHECK-ONE-SLA THRU 3100-EXIT
004400     END-READ.
004410 3010-EXIT.
004420     EXIT.
004420
004420*----------------------------------------------------------------*
004421* 3050-CHECK-SLA-ENTITY                                          *
004421*    A BLANK ENTITY APPLIES THE CUTOFF TO EVERY ENTITY; ANY      *
004422*    OTHER CODE MUST BE WELL-FORMED OR IT WILL NEVER MATCH A     *
004422*    RUN-ID.                                                     *
004422*----------------------------------------------------------------*
004423 3050-CHECK-SLA-ENTITY.
004423     IF SLA-ENTITY-CODE = SPACES
004424         GO TO 3050-EXIT
004424     END-IF
004424     MOVE SLA-ENTITY-CODE TO WS-CHECK-ENTITY
004425     PERFORM 2200-CHECK-ENTITY-CODE THRU 2200-EXIT
004425     IF NOT WS-ENTITY-WELL-FORMED
004426         MOVE SPACES TO WS-FINDING-LINE
004426         STRING "SLAFILE - ENTITY CODE HAS EMBEDDED BLANKS, STEP "
004426                                    DELIMITED BY SIZE
004427                SLA-STEP-NAME       DELIMITED BY SIZE
004427                INTO WS-FINDING-LINE
004428         END-STRING
004428         PERFORM 7000-PRINT-FINDING THRU 7000-EXIT
004428     END-IF.
004429 3050-EXIT.
004429     EXIT.
004430
004440 3100-CHECK-ONE-SLA.
004450     IF SLA-CUTOFF-TIME IS NOT NUMERIC
004840                INTO WS-FINDING-LINE
004850         END-STRING
004860         PERFORM 7000-PRINT-FINDING THRU 7000-EXIT
004862         GO TO 3100-EXIT
004864     END-IF
004866     IF NOT XREF-STEP-ACTIVE(WS-XREF-HIT)
004868         MOVE SPACES TO WS-FINDING-LINE
004870         STRING "SLAFILE - CUTOFF ON FILE FOR INACTIVE STEP: "
004872                                    DELIMITED BY SIZE
004874                SLA-STEP-NAME       DELIMITED BY SIZE
004876                INTO WS-FINDING-LINE
004877         END-STRING
004878         PERFORM 7000-PRINT-FINDING THRU 7000-EXIT
004879     END-IF.
004880 3100-EXIT.
004890     EXIT.
004900
004910 3110-MATCH-XREF-ENTRY.
004920     IF XREF-STEP-NAME(WS-XREF-IDX) = SLA-STEP-NAME
004925         MOVE WS-XREF-IDX TO WS-XREF-HIT
004930         SET WS-XREF-FOUND TO TRUE
004940     END-IF.
004950 3110-EXIT.
005000*    THE RUN DATE MUST BE ON THE CALENDAR, AND COVERAGE MUST     *
005010*    RUN UNBROKEN FROM THE RUN DATE THROUGH THE NEXT BUSINESS    *
005020*    (OR SPECIAL-SCHEDULE) DAY AFTER IT - A GAP ANYWHERE IN      *
005025*    BETWEEN WOULD LET THE CHAIN RUN ON AN UNLISTED DAY.  ONLY   *
005030*    THE CALENDAR OF THE CARD'S ENTITY IS LOADED (BLANK-ENTITY   *
005035*    RECORDS ARE THE HOME ENTITY 0000'S).                        *
005040*----------------------------------------------------------------*
005050 4000-AUDIT-CALFILE.
005060     OPEN INPUT CAL-FILE
005310         MOVE SPACES TO WS-FINDING-LINE
005320         STRING "CALFILE - RUN DATE " DELIMITED BY SIZE
005330                WS-RUN-DATE           DELIMITED BY SIZE
005340                " NOT ON THE CALENDAR FOR ENTITY "
005350                                      DELIMITED BY SIZE
005355                WS-ENTITY-CODE        DELIMITED BY SIZE
005360                INTO WS-FINDING-LINE
005370         END-STRING
005380         PERFORM 7000-PRINT-FINDING THRU 7000-EXIT
005470         AT END
005480             SET WS-EOF TO TRUE
005490         NOT AT END
005491             IF CAL-ENTITY-CODE NOT = WS-ENTITY-CODE
005493                 AND (CAL-ENTITY-CODE NOT = SPACES
005495                      OR WS-ENTITY-CODE NOT = "0000")
005496                 GO TO 4010-EXIT
005498             END-IF
005500             IF WS-CAL-TABLE-COUNT < WS-CAL-TABLE-MAX
005510                 ADD 1 TO WS-CAL-TABLE-COUNT
005520                 MOVE CAL-DATE
