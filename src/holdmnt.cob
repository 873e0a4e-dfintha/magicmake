000010******************************************************************
000020* PROGRAM-ID : HOLDMNT                                          *
000030* AUTHOR     : D. L. FENWICK                                    *
000040* INSTALLATION : SHOP BATCH SUPPORT SECTION                      *
000050* DATE-WRITTEN  : 2026-10-15                                     *
000060*                                                                *
000070* TRANSACTION-CARD MAINTENANCE FOR THE STEP HOLD/BYPASS CONTROL  *
000080* FILE (HOLDFILE).  KEEPING A STEP FROM RUNNING ON A GIVEN NIGHT *
000090* USED TO MEAN EDITING THE NIGHTLY JCL OR PULLING PARMCARD, AND  *
000100* BOTH HAVE CAUSED OUTAGES.  THE OPERATORS NOW PUT A HOLD,       *
000110* BYPASS, OR RELEASE CARD THROUGH THIS STEP INSTEAD: IT READS    *
000120* THE CURRENT HOLD FILE AND THE TRANSACTION CARD FILE (KEYED BY  *
000130* STEP NAME, BUSINESS DATE, AND ENTITY), VALIDATES EVERY CARD,   *
000140* WRITES A NEW HOLD FILE, AND PRINTS EVERY CHANGE AS A           *
000150* BEFORE/AFTER BLOCK WITH ACCEPTED AND REJECTED COUNTS, THE SAME *
000160* WAY CHNMAINT CONTROLS THE CHAIN DEFINITION.  THE CHAIN STEPS   *
000170* READ THE FILE AT START-UP THROUGH THE SHARED HOLDCHK ROUTINE.  *
000180*                                                                *
000190* EACH CARD RESTATES THE WHOLE RECORD FOR ITS KEY: A CARD FOR A  *
000197* STEP, DATE, AND ENTITY ALREADY ON FILE REPLACES IT, ANY OTHER  *
000204* CARD ADDS ONE.  A BLANK ENTITY, ON A CARD OR ON A RECORD       *
000211* WRITTEN BEFORE RECORDS CARRIED ONE, IS THE HOME ENTITY 0000    *
000218* AND IS WRITTEN BACK AS SUCH.  RECORDS WHOSE EXPIRY DATE IS     *
000225* BEFORE TODAY CAN NO LONGER APPLY TO ANY RUN AND ARE DROPPED    *
000232* (AND LISTED) EACH TIME THE STEP RUNS.                          *
000240*                                                                *
000250* VALIDATION RULES:                                              *
000260*   - THE ACTION MUST BE HOLD, BYPASS, OR RELEASE.               *
000270*   - THE STEP MUST BE ON THE CHAIN DEFINITION (CHAINDEF).       *
000280*   - THE BUSINESS DATE MUST BE NUMERIC (CCYYMMDD).              *
000285*   - AN ENTITY CODE GIVEN MUST FILL ALL FOUR POSITIONS.         *
000290*   - THE OPERATOR'S INITIALS ARE REQUIRED ON EVERY CARD, AND A  *
000300*     REASON ON EVERY HOLD AND BYPASS.                           *
000310*   - A BLANK EXPIRY DATE DEFAULTS TO THE BUSINESS DATE; ONE     *
000320*     GIVEN MUST BE NUMERIC, NOT BEFORE THE BUSINESS DATE, AND   *
000330*     NOT ALREADY PAST.                                          *
000340*                                                                *
000350* RETURN CODES: 0 = ALL CARDS ACCEPTED; 4 = AT LEAST ONE CARD    *
000360* REJECTED (NEW FILE STILL WRITTEN FROM THE ACCEPTED CARDS);     *
000370* 16 = ENVIRONMENT FAILURE, NO NEW FILE WRITTEN.                 *
000380*------------------------------------------------------------------
000390* MOD HISTORY                                                    *
000400*   2026-10-15  DLF  INITIAL VERSION.                            *
000402*   2026-10-15  DLF  HOLD RECORDS AND CARDS ARE KEYED BY ENTITY  *
000404*                    AS WELL AS STEP AND DATE, A BLANK ENTITY    *
000406*                    MEANING 0000.  THE CHANGE REPORT SHOWS THE  *
000408*                    ENTITY.                                     *
000409*   2026-10-15  DLF  A READ ERROR ON HOLDIN STOPS THE RUN.       *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.    HOLDMNT.
000440 AUTHOR.        D. L. FENWICK.
000450 INSTALLATION.  SHOP BATCH SUPPORT SECTION.
000460 DATE-WRITTEN.  2026-10-15.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT HOLD-IN-FILE
000530         ASSIGN TO "HOLDIN"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-HOLD-IN-STATUS.
000560
000570     SELECT TRAN-FILE
000580         ASSIGN TO "TRANFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-TRAN-FILE-STATUS.
000610
000620     SELECT HOLD-OUT-FILE
000630         ASSIGN TO "HOLDOUT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-HOLD-OUT-STATUS.
000660
000670     SELECT PRINT-FILE
000680         ASSIGN TO "PRTFILE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PRINT-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740*----------------------------------------------------------------*
000750*    CURRENT HOLD/BYPASS FILE.  A MISSING FILE IS AN INITIAL     *
000760*    LOAD, NOT AN ERROR.                                         *
000770*----------------------------------------------------------------*
000780 FD  HOLD-IN-FILE
000790     RECORDING MODE IS F.
000800     COPY HOLDREC.
000810
000820*----------------------------------------------------------------*
000830*    MAINTENANCE TRANSACTION CARDS.                              *
000840*----------------------------------------------------------------*
000850 FD  TRAN-FILE
000860     RECORDING MODE IS F.
000870     COPY HOLDTRAN.
000880
000890*----------------------------------------------------------------*
000900*    REPLACEMENT HOLD/BYPASS FILE, BUILT FROM THE CURRENT FILE   *
000910*    LESS THE EXPIRED RECORDS PLUS THE ACCEPTED TRANSACTIONS.    *
000920*----------------------------------------------------------------*
000930 FD  HOLD-OUT-FILE
000940     RECORDING MODE IS F.
000950 01  HOLD-OUT-RECORD.
000960     05  HLO-STEP-NAME           PIC X(08).
000970     05  HLO-BUSINESS-DATE       PIC X(08).
000980     05  HLO-ACTION              PIC X(08).
000990     05  HLO-OPERATOR            PIC X(03).
001000     05  HLO-REASON              PIC X(40).
001010     05  HLO-EXPIRY-DATE         PIC X(08).
001020     05  HLO-CHANGE-TIMESTAMP    PIC X(14).
001026     05  HLO-ENTITY-CODE         PIC X(04).
001033     05  HLO-RESERVED            PIC X(07).
001040
001050*----------------------------------------------------------------*
001060*    MAINTENANCE CHANGE REPORT.  A 133-BYTE RECORD - ONE         *
001070*    CARRIAGE-CONTROL BYTE FOLLOWED BY 132 BYTES OF PRINT TEXT.  *
001080*----------------------------------------------------------------*
001090 FD  PRINT-FILE
001100     RECORDING MODE IS F.
001110 01  PRT-FILE-RECORD.
001120     05  PRT-CARRIAGE-CONTROL    PIC X(01).
001130     05  PRT-TEXT                PIC X(132).
001140
001150 WORKING-STORAGE SECTION.
001160*----------------------------------------------------------------*
001170*    SHOP-STANDARD JOB HEADER.                                   *
001180*----------------------------------------------------------------*
001190 COPY JOBHDR.
001200
001210*----------------------------------------------------------------*
001220*    PARAMETER AREA USED TO ROUTE FILE STATUS CODES THROUGH    *
001230*    THE SHARED COBFSTAT HANDLER (SEE 9800-CHECK-FILE-STATUS). *
001240*----------------------------------------------------------------*
001250 COPY FSTATMSG.
001260
001270*----------------------------------------------------------------*
001280*    STEP-NAME TO PROGRAM-ID CROSS-REFERENCE, FILLED FROM THE    *
001290*    CHAIN-DEFINITION CONTROL FILE BY CHNLOAD - A CARD FOR A     *
001300*    STEP THE CHAIN DOES NOT HAVE COULD NEVER TAKE EFFECT.       *
001310*----------------------------------------------------------------*
001320 COPY STEPXREF.
001330
001340*----------------------------------------------------------------*
001350*    FILE STATUS WORK AREAS.                                     *
001360*----------------------------------------------------------------*
001370 77  WS-HOLD-IN-STATUS            PIC X(02) VALUE "00".
001380 77  WS-TRAN-FILE-STATUS          PIC X(02) VALUE "00".
001390 77  WS-HOLD-OUT-STATUS           PIC X(02) VALUE "00".
001400 77  WS-PRINT-FILE-STATUS         PIC X(02) VALUE "00".
001410
001420*----------------------------------------------------------------*
001430*    SWITCHES.                                                   *
001440*----------------------------------------------------------------*
001450 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
001460     88  WS-EOF                       VALUE "Y".
001470 77  WS-KEY-FOUND-SWITCH          PIC X(01) VALUE "N".
001480     88  WS-KEY-FOUND                 VALUE "Y".
001490 77  WS-XREF-FOUND-SWITCH         PIC X(01) VALUE "N".
001500     88  WS-XREF-FOUND                VALUE "Y".
001510 77  WS-ENVIRONMENT-SWITCH        PIC X(01) VALUE "Y".
001520     88  WS-ENVIRONMENT-OK            VALUE "Y".
001530     88  WS-ENVIRONMENT-BAD           VALUE "N".
001540 77  WS-REPORT-SWITCH             PIC X(01) VALUE "N".
001550     88  WS-REPORT-OPEN               VALUE "Y".
001560
001570*----------------------------------------------------------------*
001580*    IN-MEMORY WORKING COPY OF THE HOLD FILE.  EACH ENTRY        *
001590*    CARRIES A STATUS BYTE, AS IN CHNMAINT, THOUGH NOTHING HERE  *
001600*    DELETES AN ENTRY - A RELEASE CARD IS ITSELF A RECORD, SO A  *
001610*    STANDING HOLD CAN BE LIFTED FROM A LATER DATE ON.  EXPIRED  *
001620*    RECORDS ARE SIMPLY NOT LOADED.                              *
001630*----------------------------------------------------------------*
001640 77  WS-HLD-TABLE-MAX             PIC 9(04) COMP VALUE 200.
001650 77  WS-HLD-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
001660 77  WS-HLD-IDX                   PIC 9(04) COMP VALUE ZERO.
001670 77  WS-HLD-HIT                   PIC 9(04) COMP VALUE ZERO.
001680 01  WS-HOLD-TABLE.
001690     05  WS-HLD-ENTRY OCCURS 200 TIMES.
001700         10  WS-HLD-TAB-STEP          PIC X(08).
001710         10  WS-HLD-TAB-DATE          PIC X(08).
001720         10  WS-HLD-TAB-ACTION        PIC X(08).
001730         10  WS-HLD-TAB-OPERATOR      PIC X(03).
001740         10  WS-HLD-TAB-REASON        PIC X(40).
001750         10  WS-HLD-TAB-EXPIRY        PIC X(08).
001760         10  WS-HLD-TAB-STAMP         PIC X(14).
001765         10  WS-HLD-TAB-ENTITY        PIC X(04).
001770         10  WS-HLD-TAB-STATUS        PIC X(01).
001780             88  WS-HLD-TAB-LIVE          VALUE "L".
001790             88  WS-HLD-TAB-DELETED       VALUE "D".
001800
001810*----------------------------------------------------------------*
001820*    CARD WORK AREAS.  THE EXPIRY DATE AND ENTITY ARE RESOLVED   *
001830*    HERE (BLANK DEFAULTS TO THE BUSINESS DATE AND TO THE HOME   *
001840*    ENTITY 0000) BEFORE THEY ARE VALIDATED AND STORED.          *
001850*----------------------------------------------------------------*
001860 77  WS-CARD-EXPIRY               PIC X(08) VALUE SPACES.
001863 77  WS-CARD-ENTITY               PIC X(04) VALUE "0000".
001866 77  WS-ENTITY-BLANKS             PIC 9(04) COMP VALUE ZERO.
001870 77  WS-XREF-IDX                  PIC 9(04) COMP VALUE ZERO.
001880
001890*----------------------------------------------------------------*
001900*    TRANSACTION AND FILE COUNTERS.                              *
001910*----------------------------------------------------------------*
001920 77  WS-TRAN-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
001930 77  WS-TRAN-ACCEPT-COUNT         PIC 9(05) COMP VALUE ZERO.
001940 77  WS-TRAN-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
001950 77  WS-HLD-BEFORE-COUNT          PIC 9(04) COMP VALUE ZERO.
001960 77  WS-HLD-EXPIRED-COUNT         PIC 9(04) COMP VALUE ZERO.
001970 77  WS-HLD-AFTER-COUNT           PIC 9(04) COMP VALUE ZERO.
001980
001990*----------------------------------------------------------------*
002000*    VALIDATION AND RETURN-CODE WORK AREAS.                      *
002010*----------------------------------------------------------------*
002020 77  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
002030 77  WS-VALIDATION-MESSAGE        PIC X(60) VALUE SPACES.
002040 77  WS-FINAL-RETURN-CODE         PIC 9(04) VALUE ZERO.
002050
002060*----------------------------------------------------------------*
002070*    MISCELLANEOUS NUMERIC/DATE WORK AREAS.                      *
002080*----------------------------------------------------------------*
002090 77  WS-SYSDATE                   PIC 9(06) VALUE ZERO.
002100 77  WS-SYSTIME                   PIC 9(08) VALUE ZERO.
002110 77  WS-CHANGE-STAMP              PIC X(14) VALUE SPACES.
002120
002130*----------------------------------------------------------------*
002140*    RECORD IMAGE PRINTED ON THE BEFORE/AFTER/NEW/EXPIRED        *
002150*    LINES, FILLED FROM A TABLE ENTRY OR AN INPUT RECORD.        *
002160*----------------------------------------------------------------*
002170 01  WS-HOLD-IMAGE.
002180     05  WS-IMG-ACTION            PIC X(08).
002190     05  WS-IMG-OPERATOR          PIC X(03).
002200     05  WS-IMG-EXPIRY            PIC X(08).
002210     05  WS-IMG-STAMP             PIC X(14).
002220     05  WS-IMG-REASON            PIC X(40).
002230
002240*----------------------------------------------------------------*
002250*    REPORT LINE LAYOUTS.                                        *
002260*----------------------------------------------------------------*
002270 01  WS-TITLE-LINE                PIC X(132) VALUE
002280     "HOLDMNT - STEP HOLD/BYPASS MAINTENANCE REPORT".
002290 01  WS-RUNDATE-LINE              PIC X(132) VALUE SPACES.
002300
002310 01  WS-TRAN-LINE.
002320     05  WS-TRN-ACTION            PIC X(08).
002330     05  FILLER                   PIC X(02) VALUE SPACES.
002340     05  WS-TRN-STEP              PIC X(08).
002350     05  FILLER                   PIC X(02) VALUE SPACES.
002360     05  WS-TRN-DATE              PIC X(08).
002370     05  FILLER                   PIC X(02) VALUE SPACES.
002373     05  WS-TRN-ENTITY            PIC X(04).
002376     05  FILLER                   PIC X(02) VALUE SPACES.
002380     05  WS-TRN-DISPOSITION       PIC X(08).
002390     05  FILLER                   PIC X(02) VALUE SPACES.
002400     05  WS-TRN-REASON            PIC X(40).
002410     05  FILLER                   PIC X(46) VALUE SPACES.
002420
002430 01  WS-TEXT-LINE.
002440     05  WS-TXT-TAG               PIC X(08).
002450     05  FILLER                   PIC X(02) VALUE SPACES.
002460     05  WS-TXT-BODY              PIC X(80).
002470     05  FILLER                   PIC X(42) VALUE SPACES.
002480
002490 01  WS-COUNT-LINE                PIC X(132) VALUE SPACES.
002500 77  WS-EDIT-COUNT                PIC ZZZZ9.
002510 77  WS-EDIT-COUNT-2              PIC ZZZZ9.
002520 77  WS-EDIT-COUNT-3              PIC ZZZZ9.
002530
002540******************************************************************
002550* 0000-MAINLINE                                                  *
002560*    TOP-LEVEL CONTROL FLOW.  LOADS THE CHAIN DEFINITION AND     *
002570*    THE CURRENT HOLD FILE, APPLIES THE TRANSACTION CARDS        *
002580*    AGAINST THE IN-MEMORY COPY, WRITES THE NEW FILE FROM THE    *
002590*    SURVIVING ENTRIES, AND PRINTS THE CHANGE REPORT.            *
002600******************************************************************
002610 PROCEDURE DIVISION.
002620
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002650     IF WS-ENVIRONMENT-OK
002660         PERFORM 1200-LOAD-CHAIN-DEFINITION THRU 1200-EXIT
002670     END-IF
002680     IF WS-ENVIRONMENT-OK
002690         PERFORM 3000-LOAD-HOLD-TABLE THRU 3000-EXIT
002700     END-IF
002710     IF WS-ENVIRONMENT-OK
002720         PERFORM 4000-APPLY-TRANSACTIONS THRU 4000-EXIT
002730         PERFORM 5000-WRITE-NEW-HOLD-FILE THRU 5000-EXIT
002740         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
002750     ELSE
002760         PERFORM 2100-ENVIRONMENT-FAILURE THRU 2100-EXIT
002770     END-IF
002780     PERFORM 8000-TERMINATE THRU 8000-EXIT
002790     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
002800     GOBACK.
002810
002820*----------------------------------------------------------------*
002830* 1000-INITIALIZE                                                *
002840*    STAMPS THE JOB HEADER, CONFIRMS THE TRANSACTION FILE IS     *
002850*    PRESENT AND NON-EMPTY, AND OPENS THE CHANGE REPORT.         *
002860*----------------------------------------------------------------*
002870 1000-INITIALIZE.
002880     MOVE "HOLDMNT " TO WS-JH-JOB-NAME
002890     ACCEPT WS-SYSDATE FROM DATE
002900     ACCEPT WS-SYSTIME FROM TIME
002910     MOVE "20"         TO WS-JH-RUN-DATE(1:2)
002920     MOVE WS-SYSDATE   TO WS-JH-RUN-DATE(3:6)
002930     MOVE WS-SYSTIME   TO WS-JH-RUN-TIME
002940     STRING WS-JH-RUN-DATE DELIMITED BY SIZE
002950            "000000"       DELIMITED BY SIZE
002960            INTO WS-JH-RUN-ID
002970     END-STRING
002980     MOVE WS-JH-RUN-DATE      TO WS-CHANGE-STAMP(1:8)
002990     MOVE WS-JH-RUN-TIME(1:6) TO WS-CHANGE-STAMP(9:6)
003000     MOVE ZERO TO WS-FINAL-RETURN-CODE
003010     OPEN INPUT TRAN-FILE
003020     IF WS-TRAN-FILE-STATUS NOT = "00"
003030         MOVE "REQUIRED DATASET TRANFILE NOT AVAILABLE"
003040             TO WS-VALIDATION-MESSAGE
003050         SET WS-ENVIRONMENT-BAD TO TRUE
003060         GO TO 1000-EXIT
003070     END-IF
003080     READ TRAN-FILE
003090         AT END
003100             MOVE "REQUIRED DATASET TRANFILE IS EMPTY"
003110                 TO WS-VALIDATION-MESSAGE
003120             SET WS-ENVIRONMENT-BAD TO TRUE
003130             CLOSE TRAN-FILE
003140             GO TO 1000-EXIT
003150     END-READ
003160     CLOSE TRAN-FILE
003170     OPEN OUTPUT PRINT-FILE
003180     SET WS-REPORT-OPEN TO TRUE
003190     PERFORM 6100-WRITE-REPORT-HEADERS THRU 6100-EXIT.
003200 1000-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------*
003240* 1200-LOAD-CHAIN-DEFINITION                                     *
003250*    LOADS THE STEP CROSS-REFERENCE FROM THE CHAIN-DEFINITION    *
003260*    CONTROL FILE THROUGH THE SHARED CHNLOAD ROUTINE.  WITHOUT   *
003270*    IT NO CARD CAN BE VALIDATED, SO A MISSING OR UNREADABLE     *
003280*    DEFINITION IS AN ENVIRONMENT FAILURE; AN OVERFLOW IS        *
003290*    POSTED BUT THE PARTIAL TABLE IS STILL USED.                 *
003300*----------------------------------------------------------------*
003310 1200-LOAD-CHAIN-DEFINITION.
003320     MOVE WS-JH-JOB-NAME TO XREF-JOB-NAME
003330     MOVE WS-JH-RUN-ID   TO XREF-RUN-ID
003340     CALL "CHNLOAD" USING XREF-AREA
003350     IF XREF-RETURN-CODE = ZERO
003360         GO TO 1200-EXIT
003370     END-IF
003380     IF XREF-RETURN-CODE NOT < 12
003390         MOVE XREF-MESSAGE-TEXT TO WS-VALIDATION-MESSAGE
003400         SET WS-ENVIRONMENT-BAD TO TRUE
003410         GO TO 1200-EXIT
003420     END-IF
003430     MOVE " " TO PRT-CARRIAGE-CONTROL
003440     MOVE XREF-MESSAGE-TEXT TO PRT-TEXT
003450     WRITE PRT-FILE-RECORD
003460     IF XREF-RETURN-CODE > WS-FINAL-RETURN-CODE
003470         MOVE XREF-RETURN-CODE TO WS-FINAL-RETURN-CODE
003480     END-IF.
003490 1200-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------------*
003530* 2100-ENVIRONMENT-FAILURE                                       *
003540*    THE PRE-FLIGHT CHECK FAILED, THE CHAIN DEFINITION COULD     *
003550*    NOT BE LOADED, OR THE CURRENT HOLD FILE COULD NOT BE READ   *
003560*    OR OVERFLOWED THE WORK TABLE.  REPORT IT AND POST A         *
003570*    NON-ZERO RETURN CODE - THE NEW FILE HAS NOT BEEN WRITTEN.   *
003580*----------------------------------------------------------------*
003590 2100-ENVIRONMENT-FAILURE.
003600     IF NOT WS-REPORT-OPEN
003610         OPEN OUTPUT PRINT-FILE
003620         SET WS-REPORT-OPEN TO TRUE
003630         PERFORM 6100-WRITE-REPORT-HEADERS THRU 6100-EXIT
003640     END-IF
003650     MOVE " " TO PRT-CARRIAGE-CONTROL
003660     MOVE WS-VALIDATION-MESSAGE TO PRT-TEXT
003670     WRITE PRT-FILE-RECORD
003680     CLOSE PRINT-FILE
003690     MOVE "PRTFILE " TO FSTAT-DD-NAME
003700     MOVE "CLOSE   " TO FSTAT-OPERATION
003710     MOVE WS-PRINT-FILE-STATUS TO FSTAT-FILE-STATUS
003720     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003730     MOVE 16 TO WS-FINAL-RETURN-CODE.
003740 2100-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------*
003780* 3000-LOAD-HOLD-TABLE                                           *
003790*    LOADS THE CURRENT HOLD FILE INTO THE WORK TABLE.  A MISSING *
003800*    FILE IS AN INITIAL LOAD AND STARTS FROM AN EMPTY TABLE; A   *
003810*    FILE BIGGER THAN THE TABLE FAILS THE STEP RATHER THAN       *
003820*    SILENTLY DROPPING INSTRUCTIONS.  A RECORD WHOSE EXPIRY      *
003830*    DATE IS BEFORE TODAY IS LISTED AS EXPIRED AND NOT LOADED.   *
003840*----------------------------------------------------------------*
003850 3000-LOAD-HOLD-TABLE.
003860     OPEN INPUT HOLD-IN-FILE
003870     IF WS-HOLD-IN-STATUS NOT = "00"
003880         IF WS-HOLD-IN-STATUS NOT = "05"
003890             AND WS-HOLD-IN-STATUS NOT = "35"
003900             MOVE "HOLDIN  " TO FSTAT-DD-NAME
003910             MOVE "OPEN    " TO FSTAT-OPERATION
003920             MOVE WS-HOLD-IN-STATUS TO FSTAT-FILE-STATUS
003930             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003940         END-IF
003950         GO TO 3000-EXIT
003960     END-IF
003970     MOVE "N" TO WS-EOF-SWITCH
003980     PERFORM 3010-READ-HOLD-RECORD THRU 3010-EXIT
003990         UNTIL WS-EOF OR WS-ENVIRONMENT-BAD
004000     CLOSE HOLD-IN-FILE.
004010 3000-EXIT.
004020     EXIT.
004030
004040 3010-READ-HOLD-RECORD.
004050     READ HOLD-IN-FILE
004060         AT END
004070             SET WS-EOF TO TRUE
004080             GO TO 3010-EXIT
004090     END-READ
004091     IF WS-HOLD-IN-STATUS NOT = "00"
004092         MOVE "HOLDIN  " TO FSTAT-DD-NAME
004093         MOVE "READ    " TO FSTAT-OPERATION
004094         MOVE WS-HOLD-IN-STATUS TO FSTAT-FILE-STATUS
004095         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
004096         MOVE "HOLD FILE COULD NOT BE READ"
004097             TO WS-VALIDATION-MESSAGE
004098         SET WS-ENVIRONMENT-BAD TO TRUE
004099         GO TO 3010-EXIT
004100     END-IF
004101     IF HLD-STEP-NAME = SPACES
004110         GO TO 3010-EXIT
004120     END-IF
004130     ADD 1 TO WS-HLD-BEFORE-COUNT
004140     IF HLD-EXPIRY-DATE < WS-JH-RUN-DATE
004150         PERFORM 3100-PRINT-EXPIRED-RECORD THRU 3100-EXIT
004160         GO TO 3010-EXIT
004170     END-IF
004180     IF WS-HLD-TABLE-COUNT NOT < WS-HLD-TABLE-MAX
004190         MOVE "HOLD FILE EXCEEDS WORK TABLE CAPACITY"
004200             TO WS-VALIDATION-MESSAGE
004210         SET WS-ENVIRONMENT-BAD TO TRUE
004220         GO TO 3010-EXIT
004230     END-IF
004240     ADD 1 TO WS-HLD-TABLE-COUNT
004250     MOVE WS-HLD-TABLE-COUNT TO WS-HLD-HIT
004260     MOVE HLD-STEP-NAME        TO WS-HLD-TAB-STEP(WS-HLD-HIT)
004270     MOVE HLD-BUSINESS-DATE    TO WS-HLD-TAB-DATE(WS-HLD-HIT)
004280     MOVE HLD-ACTION           TO WS-HLD-TAB-ACTION(WS-HLD-HIT)
004290     MOVE HLD-OPERATOR         TO WS-HLD-TAB-OPERATOR(WS-HLD-HIT)
004300     MOVE HLD-REASON           TO WS-HLD-TAB-REASON(WS-HLD-HIT)
004310     MOVE HLD-EXPIRY-DATE      TO WS-HLD-TAB-EXPIRY(WS-HLD-HIT)
004320     MOVE HLD-CHANGE-TIMESTAMP TO WS-HLD-TAB-STAMP(WS-HLD-HIT)
004322     MOVE HLD-ENTITY-CODE      TO WS-HLD-TAB-ENTITY(WS-HLD-HIT)
004324     IF HLD-ENTITY-CODE = SPACES
004326         MOVE "0000" TO WS-HLD-TAB-ENTITY(WS-HLD-HIT)
004328     END-IF
004330     SET WS-HLD-TAB-LIVE(WS-HLD-HIT) TO TRUE.
004340 3010-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------*
004380* 3100-PRINT-EXPIRED-RECORD                                      *
004390*    LISTS A RECORD DROPPED BECAUSE ITS EXPIRY DATE HAS PASSED,  *
004400*    SO THE REPORT ACCOUNTS FOR EVERY RECORD THAT LEAVES THE     *
004410*    FILE, NOT ONLY THE ONES A CARD CHANGED.                     *
004420*----------------------------------------------------------------*
004430 3100-PRINT-EXPIRED-RECORD.
004440     ADD 1 TO WS-HLD-EXPIRED-COUNT
004450     MOVE "EXPIRED " TO WS-TRN-ACTION
004460     MOVE HLD-STEP-NAME     TO WS-TRN-STEP
004470     MOVE HLD-BUSINESS-DATE TO WS-TRN-DATE
004472     MOVE HLD-ENTITY-CODE   TO WS-TRN-ENTITY
004474     IF HLD-ENTITY-CODE = SPACES
004476         MOVE "0000" TO WS-TRN-ENTITY
004478     END-IF
004480     MOVE "DROPPED " TO WS-TRN-DISPOSITION
004490     MOVE "EXPIRY DATE HAS PASSED" TO WS-TRN-REASON
004500     MOVE " " TO PRT-CARRIAGE-CONTROL
004510     MOVE WS-TRAN-LINE TO PRT-TEXT
004520     WRITE PRT-FILE-RECORD
004530     MOVE HLD-ACTION           TO WS-IMG-ACTION
004540     MOVE HLD-OPERATOR         TO WS-IMG-OPERATOR
004550     MOVE HLD-EXPIRY-DATE      TO WS-IMG-EXPIRY
004560     MOVE HLD-CHANGE-TIMESTAMP TO WS-IMG-STAMP
004570     MOVE HLD-REASON           TO WS-IMG-REASON
004580     MOVE "BEFORE: " TO WS-TXT-TAG
004590     PERFORM 4420-PRINT-HOLD-IMAGE THRU 4420-EXIT.
004600 3100-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------*
004640* 4000-APPLY-TRANSACTIONS                                        *
004650*    READS EVERY TRANSACTION CARD, VALIDATES IT AGAINST THE      *
004660*    CHAIN DEFINITION AND THE WORK TABLE, APPLIES THE ACCEPTED   *
004670*    ONES, AND PRINTS ONE REPORT BLOCK PER CARD SHOWING THE      *
004680*    DISPOSITION AND THE BEFORE/AFTER RECORD IMAGE.              *
004690*----------------------------------------------------------------*
004700 4000-APPLY-TRANSACTIONS.
004710     OPEN INPUT TRAN-FILE
004720     MOVE "N" TO WS-EOF-SWITCH
004730     PERFORM 4010-READ-TRAN-RECORD THRU 4010-EXIT
004740         UNTIL WS-EOF
004750     CLOSE TRAN-FILE.
004760 4000-EXIT.
004770     EXIT.
004780
004790 4010-READ-TRAN-RECORD.
004800     READ TRAN-FILE
004810         AT END
004820             SET WS-EOF TO TRUE
004830         NOT AT END
004840             ADD 1 TO WS-TRAN-READ-COUNT
004850             PERFORM 4100-PROCESS-TRANSACTION THRU 4100-EXIT
004860     END-READ.
004870 4010-EXIT.
004880     EXIT.
004890
004900*----------------------------------------------------------------*
004910* 4100-PROCESS-TRANSACTION                                       *
004920*    VALIDATES AND APPLIES ONE TRANSACTION CARD.  THE REJECT     *
004930*    REASON DOUBLES AS THE VALIDATION SWITCH - A CARD WITH NO    *
004940*    REASON SET BY THE END OF VALIDATION IS ACCEPTED.            *
004950*----------------------------------------------------------------*
004960 4100-PROCESS-TRANSACTION.
004970     MOVE SPACES TO WS-REJECT-REASON
004980     MOVE HTR-EXPIRY-DATE TO WS-CARD-EXPIRY
004990     IF WS-CARD-EXPIRY = SPACES
005000         MOVE HTR-BUSINESS-DATE TO WS-CARD-EXPIRY
005010     END-IF
005012     MOVE HTR-ENTITY-CODE TO WS-CARD-ENTITY
005014     IF WS-CARD-ENTITY = SPACES
005016         MOVE "0000" TO WS-CARD-ENTITY
005018     END-IF
005020     PERFORM 4200-LOCATE-HOLD-ENTRY THRU 4200-EXIT
005030     EVALUATE TRUE
005040         WHEN HTR-ACTION-HOLD
005050             CONTINUE
005060         WHEN HTR-ACTION-BYPASS
005070             CONTINUE
005080         WHEN HTR-ACTION-RELEASE
005090             CONTINUE
005100         WHEN OTHER
005110             MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
005120     END-EVALUATE
005130     IF WS-REJECT-REASON NOT = SPACES
005140         GO TO 4100-DISPOSE
005150     END-IF
005160     PERFORM 4300-VALIDATE-CARD THRU 4300-EXIT.
005170 4100-DISPOSE.
005180     IF WS-REJECT-REASON = SPACES
005190         PERFORM 4400-APPLY-ACCEPTED-CARD THRU 4400-EXIT
005200         ADD 1 TO WS-TRAN-ACCEPT-COUNT
005210     ELSE
005220         PERFORM 4500-PRINT-REJECTED-CARD THRU 4500-EXIT
005230         ADD 1 TO WS-TRAN-REJECT-COUNT
005240     END-IF.
005250 4100-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------------*
005290* 4200-LOCATE-HOLD-ENTRY                                         *
005300*    SCANS THE WORK TABLE FOR A LIVE ENTRY FOR THE CARD'S STEP,  *
005310*    BUSINESS DATE, AND ENTITY.                                  *
005320*----------------------------------------------------------------*
005330 4200-LOCATE-HOLD-ENTRY.
005340     MOVE "N" TO WS-KEY-FOUND-SWITCH
005350     MOVE ZERO TO WS-HLD-HIT
005360     PERFORM 4210-MATCH-HOLD-ENTRY THRU 4210-EXIT
005370         VARYING WS-HLD-IDX FROM 1 BY 1
005380         UNTIL WS-HLD-IDX > WS-HLD-TABLE-COUNT
005390            OR WS-KEY-FOUND.
005400 4200-EXIT.
005410     EXIT.
005420
005430 4210-MATCH-HOLD-ENTRY.
005440     IF WS-HLD-TAB-LIVE(WS-HLD-IDX)
005450         AND WS-HLD-TAB-STEP(WS-HLD-IDX) = HTR-STEP-NAME
005460         AND WS-HLD-TAB-DATE(WS-HLD-IDX) = HTR-BUSINESS-DATE
005465         AND WS-HLD-TAB-ENTITY(WS-HLD-IDX) = WS-CARD-ENTITY
005470         MOVE WS-HLD-IDX TO WS-HLD-HIT
005480         SET WS-KEY-FOUND TO TRUE
005490     END-IF.
005500 4210-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------------*
005540* 4300-VALIDATE-CARD                                             *
005546*    CHECKS THE CARD'S KEY (STEP, BUSINESS DATE, AND ENTITY),    *
005553*    OPERATOR, REASON, AND EXPIRY DATE.                          *
005560*    THE FIRST FAILURE FOUND IS THE ONE REPORTED.                *
005570*----------------------------------------------------------------*
005580 4300-VALIDATE-CARD.
005590     IF HTR-STEP-NAME = SPACES
005600         MOVE "STEP NAME IS BLANK" TO WS-REJECT-REASON
005610         GO TO 4300-EXIT
005620     END-IF
005630     PERFORM 4310-XREF-CARD-STEP THRU 4310-EXIT
005640     IF NOT WS-XREF-FOUND
005650         MOVE "STEP NOT ON CHAIN DEFINITION" TO WS-REJECT-REASON
005660         GO TO 4300-EXIT
005670     END-IF
005680     IF HTR-BUSINESS-DATE IS NOT NUMERIC
005690         MOVE "BUSINESS DATE NOT NUMERIC" TO WS-REJECT-REASON
005700         GO TO 4300-EXIT
005710     END-IF
005711     MOVE ZERO TO WS-ENTITY-BLANKS
005712     INSPECT WS-CARD-ENTITY
005713         TALLYING WS-ENTITY-BLANKS FOR ALL SPACES
005714     IF WS-ENTITY-BLANKS > ZERO
005715         MOVE "ENTITY CODE HAS EMBEDDED BLANKS"
005716             TO WS-REJECT-REASON
005717         GO TO 4300-EXIT
005718     END-IF
005720     IF HTR-OPERATOR = SPACES
005730         MOVE "OPERATOR INITIALS ARE REQUIRED"
005740             TO WS-REJECT-REASON
005750         GO TO 4300-EXIT
005760     END-IF
005770     IF HTR-REASON = SPACES
005780         AND NOT HTR-ACTION-RELEASE
005790         MOVE "REASON IS REQUIRED ON HOLD AND BYPASS"
005800             TO WS-REJECT-REASON
005810         GO TO 4300-EXIT
005820     END-IF
005830     IF WS-CARD-EXPIRY IS NOT NUMERIC
005840         MOVE "EXPIRY DATE NOT NUMERIC" TO WS-REJECT-REASON
005850         GO TO 4300-EXIT
005860     END-IF
005870     IF WS-CARD-EXPIRY < HTR-BUSINESS-DATE
005880         MOVE "EXPIRY DATE BEFORE BUSINESS DATE"
005890             TO WS-REJECT-REASON
005900         GO TO 4300-EXIT
005910     END-IF
005920     IF WS-CARD-EXPIRY < WS-JH-RUN-DATE
005930         MOVE "EXPIRY DATE IS ALREADY PAST" TO WS-REJECT-REASON
005940         GO TO 4300-EXIT
005950     END-IF
005960     IF NOT WS-KEY-FOUND
005970         AND WS-HLD-TABLE-COUNT NOT < WS-HLD-TABLE-MAX
005980         MOVE "HOLD TABLE IS FULL" TO WS-REJECT-REASON
005990     END-IF.
006000 4300-EXIT.
006010     EXIT.
006020
006030 4310-XREF-CARD-STEP.
006040     MOVE "N" TO WS-XREF-FOUND-SWITCH
006050     PERFORM 4320-MATCH-XREF-ENTRY THRU 4320-EXIT
006060         VARYING WS-XREF-IDX FROM 1 BY 1
006070         UNTIL WS-XREF-IDX > XREF-ENTRY-COUNT
006080            OR WS-XREF-FOUND.
006090 4310-EXIT.
006100     EXIT.
006110
006120 4320-MATCH-XREF-ENTRY.
006130     IF XREF-STEP-NAME(WS-XREF-IDX) = HTR-STEP-NAME
006140         SET WS-XREF-FOUND TO TRUE
006150     END-IF.
006160 4320-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------*
006200* 4400-APPLY-ACCEPTED-CARD                                       *
006210*    APPLIES AN ACCEPTED CARD TO THE WORK TABLE AND PRINTS THE   *
006220*    BEFORE/AFTER REPORT BLOCK - OR THE NEW IMAGE WHEN THE KEY   *
006230*    WAS NOT ON FILE.  A NEW KEY THAT WOULD OVERFLOW THE TABLE   *
006240*    NEVER REACHES HERE - 4300 REJECTS IT DURING VALIDATION.     *
006250*----------------------------------------------------------------*
006260 4400-APPLY-ACCEPTED-CARD.
006270     PERFORM 4410-PRINT-CARD-HEADER THRU 4410-EXIT
006280     IF WS-KEY-FOUND
006290         MOVE "BEFORE: " TO WS-TXT-TAG
006300         PERFORM 4440-IMAGE-FROM-TABLE THRU 4440-EXIT
006310         PERFORM 4420-PRINT-HOLD-IMAGE THRU 4420-EXIT
006320         PERFORM 4430-STORE-CARD-IMAGE THRU 4430-EXIT
006330         MOVE "AFTER:  " TO WS-TXT-TAG
006340     ELSE
006350         ADD 1 TO WS-HLD-TABLE-COUNT
006360         MOVE WS-HLD-TABLE-COUNT TO WS-HLD-HIT
006370         MOVE HTR-STEP-NAME     TO WS-HLD-TAB-STEP(WS-HLD-HIT)
006380         MOVE HTR-BUSINESS-DATE TO WS-HLD-TAB-DATE(WS-HLD-HIT)
006385         MOVE WS-CARD-ENTITY    TO WS-HLD-TAB-ENTITY(WS-HLD-HIT)
006390         PERFORM 4430-STORE-CARD-IMAGE THRU 4430-EXIT
006400         SET WS-HLD-TAB-LIVE(WS-HLD-HIT) TO TRUE
006410         MOVE "NEW:    " TO WS-TXT-TAG
006420     END-IF
006430     PERFORM 4440-IMAGE-FROM-TABLE THRU 4440-EXIT
006440     PERFORM 4420-PRINT-HOLD-IMAGE THRU 4420-EXIT.
006450 4400-EXIT.
006460     EXIT.
006470
006480 4410-PRINT-CARD-HEADER.
006490     MOVE HTR-ACTION        TO WS-TRN-ACTION
006500     MOVE HTR-STEP-NAME     TO WS-TRN-STEP
006510     MOVE HTR-BUSINESS-DATE TO WS-TRN-DATE
006515     MOVE WS-CARD-ENTITY    TO WS-TRN-ENTITY
006520     MOVE "ACCEPTED"        TO WS-TRN-DISPOSITION
006530     MOVE SPACES            TO WS-TRN-REASON
006540     MOVE " " TO PRT-CARRIAGE-CONTROL
006550     MOVE WS-TRAN-LINE TO PRT-TEXT
006560     WRITE PRT-FILE-RECORD.
006570 4410-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------------*
006610* 4420-PRINT-HOLD-IMAGE                                          *
006620*    PRINTS THE RECORD IMAGE IN WS-HOLD-IMAGE AS TWO LINES UNDER *
006630*    THE TAG SET BY THE CALLER - ACTION, OPERATOR, EXPIRY, AND   *
006640*    CHANGE TIMESTAMP ON THE FIRST, THE REASON ON THE SECOND.    *
006650*----------------------------------------------------------------*
006660 4420-PRINT-HOLD-IMAGE.
006670     MOVE SPACES TO WS-TXT-BODY
006680     STRING "ACTION "        DELIMITED BY SIZE
006690            WS-IMG-ACTION    DELIMITED BY SIZE
006700            "  OPERATOR "    DELIMITED BY SIZE
006710            WS-IMG-OPERATOR  DELIMITED BY SIZE
006720            "  EXPIRES "     DELIMITED BY SIZE
006730            WS-IMG-EXPIRY    DELIMITED BY SIZE
006740            "  CHANGED "     DELIMITED BY SIZE
006750            WS-IMG-STAMP     DELIMITED BY SIZE
006760            INTO WS-TXT-BODY
006770     END-STRING
006780     MOVE " " TO PRT-CARRIAGE-CONTROL
006790     MOVE WS-TEXT-LINE TO PRT-TEXT
006800     WRITE PRT-FILE-RECORD
006810     MOVE SPACES TO WS-TXT-TAG
006820     MOVE SPACES TO WS-TXT-BODY
006830     STRING "REASON "        DELIMITED BY SIZE
006840            WS-IMG-REASON    DELIMITED BY SIZE
006850            INTO WS-TXT-BODY
006860     END-STRING
006870     MOVE " " TO PRT-CARRIAGE-CONTROL
006880     MOVE WS-TEXT-LINE TO PRT-TEXT
006890     WRITE PRT-FILE-RECORD.
006900 4420-EXIT.
006910     EXIT.
006920
006930 4430-STORE-CARD-IMAGE.
006940     MOVE HTR-ACTION      TO WS-HLD-TAB-ACTION(WS-HLD-HIT)
006950     MOVE HTR-OPERATOR    TO WS-HLD-TAB-OPERATOR(WS-HLD-HIT)
006960     MOVE HTR-REASON      TO WS-HLD-TAB-REASON(WS-HLD-HIT)
006970     MOVE WS-CARD-EXPIRY  TO WS-HLD-TAB-EXPIRY(WS-HLD-HIT)
006980     MOVE WS-CHANGE-STAMP TO WS-HLD-TAB-STAMP(WS-HLD-HIT).
006990 4430-EXIT.
007000     EXIT.
007010
007020 4440-IMAGE-FROM-TABLE.
007030     MOVE WS-HLD-TAB-ACTION(WS-HLD-HIT)   TO WS-IMG-ACTION
007040     MOVE WS-HLD-TAB-OPERATOR(WS-HLD-HIT) TO WS-IMG-OPERATOR
007050     MOVE WS-HLD-TAB-EXPIRY(WS-HLD-HIT)   TO WS-IMG-EXPIRY
007060     MOVE WS-HLD-TAB-STAMP(WS-HLD-HIT)    TO WS-IMG-STAMP
007070     MOVE WS-HLD-TAB-REASON(WS-HLD-HIT)   TO WS-IMG-REASON.
007080 4440-EXIT.
007090     EXIT.
007100
007110 4500-PRINT-REJECTED-CARD.
007120     MOVE HTR-ACTION        TO WS-TRN-ACTION
007130     MOVE HTR-STEP-NAME     TO WS-TRN-STEP
007140     MOVE HTR-BUSINESS-DATE TO WS-TRN-DATE
007145     MOVE WS-CARD-ENTITY    TO WS-TRN-ENTITY
007150     MOVE "REJECTED"        TO WS-TRN-DISPOSITION
007160     MOVE WS-REJECT-REASON  TO WS-TRN-REASON
007170     MOVE " " TO PRT-CARRIAGE-CONTROL
007180     MOVE WS-TRAN-LINE TO PRT-TEXT
007190     WRITE PRT-FILE-RECORD.
007200 4500-EXIT.
007210     EXIT.
007220
007230*----------------------------------------------------------------*
007240* 5000-WRITE-NEW-HOLD-FILE                                       *
007250*    WRITES THE NEW HOLD FILE FROM THE LIVE ENTRIES IN THE WORK  *
007260*    TABLE, IN THE ORDER THEY WERE LOADED OR ADDED.              *
007270*----------------------------------------------------------------*
007280 5000-WRITE-NEW-HOLD-FILE.
007290     OPEN OUTPUT HOLD-OUT-FILE
007300     MOVE "HOLDOUT " TO FSTAT-DD-NAME
007310     MOVE "OPEN    " TO FSTAT-OPERATION
007320     MOVE WS-HOLD-OUT-STATUS TO FSTAT-FILE-STATUS
007330     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007340     IF FSTAT-RETURN-CODE NOT = ZERO
007350         GO TO 5000-EXIT
007360     END-IF
007370     PERFORM 5010-WRITE-HOLD-ENTRY THRU 5010-EXIT
007380         VARYING WS-HLD-IDX FROM 1 BY 1
007390         UNTIL WS-HLD-IDX > WS-HLD-TABLE-COUNT
007400     CLOSE HOLD-OUT-FILE
007410     MOVE "HOLDOUT " TO FSTAT-DD-NAME
007420     MOVE "CLOSE   " TO FSTAT-OPERATION
007430     MOVE WS-HOLD-OUT-STATUS TO FSTAT-FILE-STATUS
007440     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
007450 5000-EXIT.
007460     EXIT.
007470
007480 5010-WRITE-HOLD-ENTRY.
007490     IF NOT WS-HLD-TAB-LIVE(WS-HLD-IDX)
007500         GO TO 5010-EXIT
007510     END-IF
007520     MOVE WS-HLD-TAB-STEP(WS-HLD-IDX)     TO HLO-STEP-NAME
007530     MOVE WS-HLD-TAB-DATE(WS-HLD-IDX)     TO HLO-BUSINESS-DATE
007540     MOVE WS-HLD-TAB-ACTION(WS-HLD-IDX)   TO HLO-ACTION
007550     MOVE WS-HLD-TAB-OPERATOR(WS-HLD-IDX) TO HLO-OPERATOR
007560     MOVE WS-HLD-TAB-REASON(WS-HLD-IDX)   TO HLO-REASON
007570     MOVE WS-HLD-TAB-EXPIRY(WS-HLD-IDX)   TO HLO-EXPIRY-DATE
007580     MOVE WS-HLD-TAB-STAMP(WS-HLD-IDX)    TO HLO-CHANGE-TIMESTAMP
007585     MOVE WS-HLD-TAB-ENTITY(WS-HLD-IDX)   TO HLO-ENTITY-CODE
007590     MOVE SPACES                          TO HLO-RESERVED
007600     WRITE HOLD-OUT-RECORD
007610     IF WS-HOLD-OUT-STATUS NOT = "00"
007620         MOVE "HOLDOUT " TO FSTAT-DD-NAME
007630         MOVE "WRITE   " TO FSTAT-OPERATION
007640         MOVE WS-HOLD-OUT-STATUS TO FSTAT-FILE-STATUS
007650         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007660     END-IF
007670     ADD 1 TO WS-HLD-AFTER-COUNT.
007680 5010-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------------*
007720* 6000-PRINT-SUMMARY                                             *
007730*    PRINTS THE ACCEPTED/REJECTED COUNTS AND THE BEFORE/         *
007740*    EXPIRED/AFTER RECORD COUNTS, THEN CLOSES THE REPORT.        *
007750*----------------------------------------------------------------*
007760 6000-PRINT-SUMMARY.
007770     MOVE WS-TRAN-ACCEPT-COUNT TO WS-EDIT-COUNT
007780     MOVE WS-TRAN-REJECT-COUNT TO WS-EDIT-COUNT-2
007790     MOVE SPACES TO WS-COUNT-LINE
007800     STRING "TRANSACTIONS ACCEPTED: " DELIMITED BY SIZE
007810            WS-EDIT-COUNT             DELIMITED BY SIZE
007820            "   REJECTED: "           DELIMITED BY SIZE
007830            WS-EDIT-COUNT-2           DELIMITED BY SIZE
007840            INTO WS-COUNT-LINE
007850     END-STRING
007860     MOVE "-" TO PRT-CARRIAGE-CONTROL
007870     MOVE WS-COUNT-LINE TO PRT-TEXT
007880     WRITE PRT-FILE-RECORD
007890     MOVE WS-HLD-BEFORE-COUNT  TO WS-EDIT-COUNT
007900     MOVE WS-HLD-EXPIRED-COUNT TO WS-EDIT-COUNT-2
007910     MOVE WS-HLD-AFTER-COUNT   TO WS-EDIT-COUNT-3
007920     MOVE SPACES TO WS-COUNT-LINE
007930     STRING "RECORDS BEFORE: "  DELIMITED BY SIZE
007940            WS-EDIT-COUNT       DELIMITED BY SIZE
007950            "   EXPIRED: "      DELIMITED BY SIZE
007960            WS-EDIT-COUNT-2     DELIMITED BY SIZE
007970            "   RECORDS AFTER: " DELIMITED BY SIZE
007980            WS-EDIT-COUNT-3     DELIMITED BY SIZE
007990            INTO WS-COUNT-LINE
008000     END-STRING
008010     MOVE " " TO PRT-CARRIAGE-CONTROL
008020     MOVE WS-COUNT-LINE TO PRT-TEXT
008030     WRITE PRT-FILE-RECORD
008040     CLOSE PRINT-FILE
008050     MOVE "PRTFILE " TO FSTAT-DD-NAME
008060     MOVE "CLOSE   " TO FSTAT-OPERATION
008070     MOVE WS-PRINT-FILE-STATUS TO FSTAT-FILE-STATUS
008080     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
008090     IF WS-TRAN-REJECT-COUNT > ZERO
008100         AND WS-FINAL-RETURN-CODE < 4
008110         MOVE 4 TO WS-FINAL-RETURN-CODE
008120     END-IF.
008130 6000-EXIT.
008140     EXIT.
008150
008160 6100-WRITE-REPORT-HEADERS.
008170     MOVE "1" TO PRT-CARRIAGE-CONTROL
008180     MOVE WS-TITLE-LINE TO PRT-TEXT
008190     WRITE PRT-FILE-RECORD
008200     MOVE SPACES TO WS-RUNDATE-LINE
008210     STRING "RUN DATE: "    DELIMITED BY SIZE
008220            WS-JH-RUN-DATE  DELIMITED BY SIZE
008230            "   RUN TIME: " DELIMITED BY SIZE
008240            WS-JH-RUN-TIME  DELIMITED BY SIZE
008250            "   JOB: "      DELIMITED BY SIZE
008260            WS-JH-JOB-NAME  DELIMITED BY SIZE
008270            INTO WS-RUNDATE-LINE
008280     END-STRING
008290     MOVE " " TO PRT-CARRIAGE-CONTROL
008300     MOVE WS-RUNDATE-LINE TO PRT-TEXT
008310     WRITE PRT-FILE-RECORD
008320     MOVE "-" TO PRT-CARRIAGE-CONTROL
008330     MOVE SPACES TO PRT-TEXT
008340     WRITE PRT-FILE-RECORD.
008350 6100-EXIT.
008360     EXIT.
008370
008380*----------------------------------------------------------------*
008390* 8000-TERMINATE                                                 *
008400*    NOTHING TO RELEASE - THE FILES ARE OPENED AND CLOSED BY     *
008410*    THE PARAGRAPHS THAT USE THEM.  KEPT AS THE SHOP-STANDARD    *
008420*    TERMINATION HOOK.                                           *
008430*----------------------------------------------------------------*
008440 8000-TERMINATE.
008450     CONTINUE.
008460 8000-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------------*
008500* 9800-CHECK-FILE-STATUS                                         *
008510*    ROUTES A FILE STATUS THROUGH THE SHARED COBFSTAT HANDLER.  *
008520*    THE CALLER SETS FSTAT-DD-NAME, FSTAT-OPERATION, AND        *
008530*    FSTAT-FILE-STATUS FIRST.  A RECOMMENDED RETURN CODE        *
008540*    HIGHER THAN THE ONE ALREADY POSTED REPLACES IT, SO THE     *
008550*    STEP ENDS WITH THE WORST THING THAT HAPPENED TO IT.        *
008560*----------------------------------------------------------------*
008570 9800-CHECK-FILE-STATUS.
008580     MOVE WS-JH-JOB-NAME TO FSTAT-JOB-NAME
008590     MOVE WS-JH-RUN-ID   TO FSTAT-RUN-ID
008600     CALL "COBFSTAT" USING FSTAT-AREA
008610     IF FSTAT-RETURN-CODE > WS-FINAL-RETURN-CODE
008620         MOVE FSTAT-RETURN-CODE TO WS-FINAL-RETURN-CODE
008630     END-IF.
008640 9800-EXIT.
008650     EXIT.
