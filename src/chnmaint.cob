000010******************************************************************
000020* PROGRAM-ID : CHNMAINT                                         *
000030* AUTHOR     : D. L. FENWICK                                    *
000040* INSTALLATION : SHOP BATCH SUPPORT SECTION                      *
000050* DATE-WRITTEN  : 2026-10-15                                     *
000060*                                                                *
000070* TRANSACTION-CARD MAINTENANCE FOR THE CHAIN-DEFINITION CONTROL  *
000080* FILE (CHAINDEF).  THE STEP-NAME TO LOAD-MODULE CROSS-REFERENCE *
000090* WAS COMPILED INTO SIX PROGRAMS, SO ADDING A STEP TO THE CHAIN  *
000100* MEANT SIX RECOMPILES.  IT NOW LIVES IN ONE CONTROL FILE, AND   *
000110* THIS STEP IS THE ONLY WAY IT CHANGES: IT READS A TRANSACTION   *
000120* CARD FILE (ADD, REPLACE, DELETE - KEYED BY STEP NAME),         *
000130* VALIDATES EVERY CARD AGAINST THE CURRENT CHAIN DEFINITION,     *
000140* WRITES A NEW CHAIN-DEFINITION FILE, AND PRINTS A BEFORE/AFTER  *
000150* CHANGE REPORT WITH ACCEPTED AND REJECTED COUNTS, THE SAME WAY  *
000160* MSGMAINT CONTROLS THE MESSAGE FILE.                            *
000170*                                                                *
000180* VALIDATION RULES:                                              *
000190*   - ADD REJECTS A STEP ALREADY ON FILE; REPLACE AND DELETE     *
000200*     REJECT A STEP NOT ON FILE.                                 *
000210*   - ADD AND REPLACE REJECT A BLANK LOAD MODULE, A CARD WITH    *
000220*     NO RUN MODE OR A RUN MODE THE CHAIN DOES NOT KNOW, AN      *
000230*     ACTIVE FLAG OTHER THAN Y OR N, AND A PREDECESSOR THAT IS   *
000240*     NOT ON FILE, IS THE STEP ITSELF, OR WHOSE OWN CHAIN OF     *
000250*     PREDECESSORS LEADS BACK TO THE STEP.                       *
000260*   - DELETE REJECTS A STEP STILL NAMED AS THE PREDECESSOR OF    *
000270*     ANOTHER STEP - RETIRE IT WITH ACTIVE FLAG N INSTEAD, OR    *
000280*     REPOINT THE SUCCESSOR FIRST.                               *
000290*   - EVERY CARD REJECTS AN UNKNOWN ACTION.                      *
000300*                                                                *
000310* RETURN CODES: 0 = ALL CARDS ACCEPTED; 4 = AT LEAST ONE CARD    *
000320* REJECTED (NEW FILE STILL WRITTEN FROM THE ACCEPTED CARDS);     *
000330* 16 = ENVIRONMENT FAILURE, NO NEW FILE WRITTEN.                 *
000340*------------------------------------------------------------------
000350* MOD HISTORY                                                    *
000360*   2026-10-15  DLF  INITIAL VERSION.                            *
000365*   2026-10-15  DLF  PERIOD-END IS A LEGAL RUN MODE.             *
000366*   2026-10-15  DLF  A READ ERROR ON CHNIN STOPS THE RUN.  AN    *
000367*                    ADD REUSES A DELETED SLOT, SO ONLY LIVE     *
000368*                    STEPS COUNT AGAINST THE TABLE CAPACITY.     *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.    CHNMAINT.
000400 AUTHOR.        D. L. FENWICK.
000410 INSTALLATION.  SHOP BATCH SUPPORT SECTION.
000420 DATE-WRITTEN.  2026-10-15.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CHN-IN-FILE
000490         ASSIGN TO "CHNIN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CHN-IN-STATUS.
000520
000530     SELECT TRAN-FILE
000540         ASSIGN TO "TRANFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-TRAN-FILE-STATUS.
000570
000580     SELECT CHN-OUT-FILE
000590         ASSIGN TO "CHNOUT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CHN-OUT-STATUS.
000620
000630     SELECT PRINT-FILE
000640         ASSIGN TO "PRTFILE"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PRINT-FILE-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700*----------------------------------------------------------------*
000710*    CURRENT CHAIN-DEFINITION FILE.  A MISSING FILE IS AN        *
000720*    INITIAL LOAD, NOT AN ERROR.                                 *
000730*----------------------------------------------------------------*
000740 FD  CHN-IN-FILE
000750     RECORDING MODE IS F.
000760     COPY CHNDEF.
000770
000780*----------------------------------------------------------------*
000790*    MAINTENANCE TRANSACTION CARDS.                              *
000800*----------------------------------------------------------------*
000810 FD  TRAN-FILE
000820     RECORDING MODE IS F.
000830     COPY CHNTRAN.
000840
000850*----------------------------------------------------------------*
000860*    REPLACEMENT CHAIN-DEFINITION FILE, BUILT FROM THE CURRENT   *
000870*    FILE PLUS THE ACCEPTED TRANSACTIONS.                        *
000880*----------------------------------------------------------------*
000890 FD  CHN-OUT-FILE
000900     RECORDING MODE IS F.
000910 01  CHN-OUT-RECORD.
000920     05  CHN-OUT-STEP-NAME       PIC X(08).
000930     05  CHN-OUT-LOAD-MODULE     PIC X(08).
000940     05  CHN-OUT-RUN-MODE        PIC X(14) OCCURS 5 TIMES.
000950     05  CHN-OUT-PREDECESSOR     PIC X(08).
000960     05  CHN-OUT-ACTIVE-FLAG     PIC X(01).
000970     05  CHN-OUT-RESERVED        PIC X(05).
000980
000990*----------------------------------------------------------------*
001000*    MAINTENANCE CHANGE REPORT.  A 133-BYTE RECORD - ONE         *
001010*    CARRIAGE-CONTROL BYTE FOLLOWED BY 132 BYTES OF PRINT TEXT.  *
001020*----------------------------------------------------------------*
001030 FD  PRINT-FILE
001040     RECORDING MODE IS F.
001050 01  PRT-FILE-RECORD.
001060     05  PRT-CARRIAGE-CONTROL    PIC X(01).
001070     05  PRT-TEXT                PIC X(132).
001080
001090 WORKING-STORAGE SECTION.
001100*----------------------------------------------------------------*
001110*    SHOP-STANDARD JOB HEADER.                                   *
001120*----------------------------------------------------------------*
001130 COPY JOBHDR.
001140
001150*----------------------------------------------------------------*
001160*    PARAMETER AREA USED TO ROUTE FILE STATUS CODES THROUGH    *
001170*    THE SHARED COBFSTAT HANDLER (SEE 9800-CHECK-FILE-STATUS). *
001180*----------------------------------------------------------------*
001190 COPY FSTATMSG.
001200
001210*----------------------------------------------------------------*
001220*    FILE STATUS WORK AREAS.                                     *
001230*----------------------------------------------------------------*
001240 77  WS-CHN-IN-STATUS             PIC X(02) VALUE "00".
001250 77  WS-TRAN-FILE-STATUS          PIC X(02) VALUE "00".
001260 77  WS-CHN-OUT-STATUS            PIC X(02) VALUE "00".
001270 77  WS-PRINT-FILE-STATUS         PIC X(02) VALUE "00".
001280
001290*----------------------------------------------------------------*
001300*    SWITCHES.                                                   *
001310*----------------------------------------------------------------*
001320 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
001330     88  WS-EOF                       VALUE "Y".
001340 77  WS-STEP-FOUND-SWITCH         PIC X(01) VALUE "N".
001350     88  WS-STEP-FOUND                VALUE "Y".
001360 77  WS-PRED-FOUND-SWITCH         PIC X(01) VALUE "N".
001370     88  WS-PREDECESSOR-FOUND         VALUE "Y".
001380 77  WS-ENVIRONMENT-SWITCH        PIC X(01) VALUE "Y".
001390     88  WS-ENVIRONMENT-OK            VALUE "Y".
001400     88  WS-ENVIRONMENT-BAD           VALUE "N".
001410 77  WS-REPORT-SWITCH             PIC X(01) VALUE "N".
001420     88  WS-REPORT-OPEN               VALUE "Y".
001430
001440*----------------------------------------------------------------*
001450*    IN-MEMORY WORKING COPY OF THE CHAIN DEFINITION.  EACH       *
001460*    ENTRY CARRIES A STATUS BYTE SO A DELETE MARKS THE ENTRY     *
001470*    RATHER THAN SHUFFLING THE TABLE; DELETED ENTRIES ARE        *
001476*    SIMPLY NOT WRITTEN TO THE NEW FILE, AND A LATER ADD MAY     *
001482*    REUSE THE SLOT ONCE THE TABLE IS FULL.  THE CAPACITY        *
001488*    MATCHES THE CROSS-REFERENCE TABLE CHNLOAD FILLS (COPYBOOK   *
001494*    STEPXREF) SO THIS STEP CAN NEVER BUILD A FILE THE CHAIN     *
001500*    CANNOT LOAD.                                                *
001510*----------------------------------------------------------------*
001520 77  WS-CHN-TABLE-MAX             PIC 9(04) COMP VALUE 50.
001530 77  WS-CHN-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
001550 77  WS-CHN-IDX                   PIC 9(04) COMP VALUE ZERO.
001560 77  WS-CHN-HIT                   PIC 9(04) COMP VALUE ZERO.
001565 77  WS-CHN-FREE                  PIC 9(04) COMP VALUE ZERO.
001570 77  WS-MODE-IDX                  PIC 9(04) COMP VALUE ZERO.
001580 01  WS-CHAIN-TABLE.
001590     05  WS-CHN-ENTRY OCCURS 50 TIMES.
001600         10  WS-CHN-TAB-STEP          PIC X(08).
001610         10  WS-CHN-TAB-MODULE        PIC X(08).
001620         10  WS-CHN-TAB-MODE          PIC X(14) OCCURS 5 TIMES.
001630         10  WS-CHN-TAB-PRED          PIC X(08).
001640         10  WS-CHN-TAB-ACTIVE        PIC X(01).
001650         10  WS-CHN-TAB-STATUS        PIC X(01).
001660             88  WS-CHN-TAB-LIVE          VALUE "L".
001670             88  WS-CHN-TAB-DELETED       VALUE "D".
001680
001690*----------------------------------------------------------------*
001700*    RUN MODES THE CHAIN KNOWS (THE PARM-RUN-MODE VALUES ON      *
001710*    COPYBOOK PARMCARD).  A STEP DEFINED UNDER ANY OTHER MODE    *
001720*    COULD NEVER BE SCHEDULED.                                   *
001730*----------------------------------------------------------------*
001740 77  WS-CHECK-MODE                PIC X(14) VALUE SPACES.
001750     88  WS-CHECK-MODE-LEGAL          VALUES "START-OF-DAY  "
001760                                             "END-OF-DAY    "
001770                                             "RESTART       "
001776                                             "ABEND-NOTICE  "
001783                                             "PERIOD-END    ".
001790 77  WS-MODE-COUNT                PIC 9(04) COMP VALUE ZERO.
001800
001810*----------------------------------------------------------------*
001820*    PREDECESSOR-CHAIN WALK.  STARTS AT THE CARD'S PREDECESSOR   *
001830*    AND FOLLOWS EACH STEP'S OWN PREDECESSOR BACK TO THE HEAD    *
001840*    OF THE CHAIN; REACHING THE CARD'S STEP MEANS A LOOP.  THE   *
001850*    HOP COUNT BOUNDS THE WALK IF THE FILE ALREADY HOLDS ONE.    *
001860*----------------------------------------------------------------*
001870 77  WS-WALK-STEP                 PIC X(08) VALUE SPACES.
001880 77  WS-WALK-HOPS                 PIC 9(04) COMP VALUE ZERO.
001890
001900*----------------------------------------------------------------*
001910*    TRANSACTION COUNTERS.                                       *
001920*----------------------------------------------------------------*
001930 77  WS-TRAN-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
001940 77  WS-TRAN-ACCEPT-COUNT         PIC 9(05) COMP VALUE ZERO.
001950 77  WS-TRAN-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
001960 77  WS-CHN-BEFORE-COUNT          PIC 9(04) COMP VALUE ZERO.
001970 77  WS-CHN-AFTER-COUNT           PIC 9(04) COMP VALUE ZERO.
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
002110
002120*----------------------------------------------------------------*
002130*    STEP IMAGE PRINTED ON THE BEFORE/AFTER/NEW LINES, FILLED    *
002140*    FROM EITHER A TABLE ENTRY OR A CARD.                        *
002150*----------------------------------------------------------------*
002160 01  WS-STEP-IMAGE.
002170     05  WS-IMG-MODULE            PIC X(08).
002180     05  WS-IMG-MODE              PIC X(14) OCCURS 5 TIMES.
002190     05  WS-IMG-PRED              PIC X(08).
002200     05  WS-IMG-ACTIVE            PIC X(01).
002210
002220*----------------------------------------------------------------*
002230*    REPORT LINE LAYOUTS.                                        *
002240*----------------------------------------------------------------*
002250 01  WS-TITLE-LINE                PIC X(132) VALUE
002260     "CHNMAINT - CHAIN DEFINITION MAINTENANCE REPORT".
002270 01  WS-RUNDATE-LINE              PIC X(132) VALUE SPACES.
002280
002290 01  WS-TRAN-LINE.
002300     05  WS-TRN-ACTION            PIC X(08).
002310     05  FILLER                   PIC X(02) VALUE SPACES.
002320     05  WS-TRN-STEP              PIC X(08).
002330     05  FILLER                   PIC X(02) VALUE SPACES.
002340     05  WS-TRN-DISPOSITION       PIC X(08).
002350     05  FILLER                   PIC X(02) VALUE SPACES.
002360     05  WS-TRN-REASON            PIC X(40).
002370     05  FILLER                   PIC X(62) VALUE SPACES.
002380
002390 01  WS-TEXT-LINE.
002400     05  WS-TXT-TAG               PIC X(08).
002410     05  FILLER                   PIC X(02) VALUE SPACES.
002420     05  WS-TXT-BODY              PIC X(80).
002430     05  FILLER                   PIC X(42) VALUE SPACES.
002440
002450 01  WS-COUNT-LINE                PIC X(132) VALUE SPACES.
002460 77  WS-EDIT-COUNT                PIC ZZZZ9.
002470 77  WS-EDIT-COUNT-2              PIC ZZZZ9.
002480
002490******************************************************************
002500* 0000-MAINLINE                                                  *
002510*    TOP-LEVEL CONTROL FLOW.  LOADS THE CURRENT CHAIN            *
002520*    DEFINITION, APPLIES THE TRANSACTION CARDS AGAINST THE       *
002530*    IN-MEMORY COPY, WRITES THE NEW FILE FROM THE SURVIVING      *
002540*    ENTRIES, AND PRINTS THE CHANGE REPORT.                      *
002550******************************************************************
002560 PROCEDURE DIVISION.
002570
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002600     IF WS-ENVIRONMENT-OK
002610         PERFORM 3000-LOAD-CHAIN-TABLE THRU 3000-EXIT
002620     END-IF
002630     IF WS-ENVIRONMENT-OK
002640         PERFORM 4000-APPLY-TRANSACTIONS THRU 4000-EXIT
002650         PERFORM 5000-WRITE-NEW-CHAIN-FILE THRU 5000-EXIT
002660         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
002670     ELSE
002680         PERFORM 2100-ENVIRONMENT-FAILURE THRU 2100-EXIT
002690     END-IF
002700     PERFORM 8000-TERMINATE THRU 8000-EXIT
002710     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
002720     GOBACK.
002730
002740*----------------------------------------------------------------*
002750* 1000-INITIALIZE                                                *
002760*    STAMPS THE JOB HEADER, CONFIRMS THE TRANSACTION FILE IS     *
002770*    PRESENT AND NON-EMPTY, AND OPENS THE CHANGE REPORT.         *
002780*----------------------------------------------------------------*
002790 1000-INITIALIZE.
002800     MOVE "CHNMAINT" TO WS-JH-JOB-NAME
002810     ACCEPT WS-SYSDATE FROM DATE
002820     ACCEPT WS-SYSTIME FROM TIME
002830     MOVE "20"         TO WS-JH-RUN-DATE(1:2)
002840     MOVE WS-SYSDATE   TO WS-JH-RUN-DATE(3:6)
002850     MOVE WS-SYSTIME   TO WS-JH-RUN-TIME
002860     STRING WS-JH-RUN-DATE DELIMITED BY SIZE
002870            "000000"       DELIMITED BY SIZE
002880            INTO WS-JH-RUN-ID
002890     END-STRING
002900     MOVE ZERO TO WS-FINAL-RETURN-CODE
002910     OPEN INPUT TRAN-FILE
002920     IF WS-TRAN-FILE-STATUS NOT = "00"
002930         MOVE "REQUIRED DATASET TRANFILE NOT AVAILABLE"
002940             TO WS-VALIDATION-MESSAGE
002950         SET WS-ENVIRONMENT-BAD TO TRUE
002960         GO TO 1000-EXIT
002970     END-IF
002980     READ TRAN-FILE
002990         AT END
003000             MOVE "REQUIRED DATASET TRANFILE IS EMPTY"
003010                 TO WS-VALIDATION-MESSAGE
003020             SET WS-ENVIRONMENT-BAD TO TRUE
003030             CLOSE TRAN-FILE
003040             GO TO 1000-EXIT
003050     END-READ
003060     CLOSE TRAN-FILE
003070     OPEN OUTPUT PRINT-FILE
003080     SET WS-REPORT-OPEN TO TRUE
003090     PERFORM 6100-WRITE-REPORT-HEADERS THRU 6100-EXIT.
003100 1000-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------------*
003140* 2100-ENVIRONMENT-FAILURE                                       *
003150*    THE PRE-FLIGHT CHECK FAILED, OR THE CURRENT CHAIN           *
003160*    DEFINITION COULD NOT BE READ OR OVERFLOWED THE WORK TABLE.  *
003170*    REPORT IT AND POST A NON-ZERO RETURN CODE - THE NEW FILE    *
003175*    HAS NOT BEEN WRITTEN.                                       *
003180*----------------------------------------------------------------*
003190 2100-ENVIRONMENT-FAILURE.
003200     IF NOT WS-REPORT-OPEN
003210         OPEN OUTPUT PRINT-FILE
003220         SET WS-REPORT-OPEN TO TRUE
003230         PERFORM 6100-WRITE-REPORT-HEADERS THRU 6100-EXIT
003240     END-IF
003250     MOVE " " TO PRT-CARRIAGE-CONTROL
003260     MOVE WS-VALIDATION-MESSAGE TO PRT-TEXT
003270     WRITE PRT-FILE-RECORD
003280     CLOSE PRINT-FILE
003290     MOVE "PRTFILE " TO FSTAT-DD-NAME
003300     MOVE "CLOSE   " TO FSTAT-OPERATION
003310     MOVE WS-PRINT-FILE-STATUS TO FSTAT-FILE-STATUS
003320     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003330     MOVE 16 TO WS-FINAL-RETURN-CODE.
003340 2100-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------------*
003380* 3000-LOAD-CHAIN-TABLE                                          *
003390*    LOADS THE CURRENT CHAIN DEFINITION INTO THE WORK TABLE.  A  *
003400*    MISSING FILE IS AN INITIAL LOAD AND STARTS FROM AN EMPTY    *
003410*    TABLE; A FILE BIGGER THAN THE TABLE FAILS THE STEP RATHER   *
003420*    THAN SILENTLY DROPPING STEPS.                               *
003430*----------------------------------------------------------------*
003440 3000-LOAD-CHAIN-TABLE.
003450     OPEN INPUT CHN-IN-FILE
003460     IF WS-CHN-IN-STATUS NOT = "00"
003470         IF WS-CHN-IN-STATUS NOT = "05"
003480             AND WS-CHN-IN-STATUS NOT = "35"
003490             MOVE "CHNIN   " TO FSTAT-DD-NAME
003500             MOVE "OPEN    " TO FSTAT-OPERATION
003510             MOVE WS-CHN-IN-STATUS TO FSTAT-FILE-STATUS
003520             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003530         END-IF
003540         GO TO 3000-EXIT
003550     END-IF
003560     MOVE "N" TO WS-EOF-SWITCH
003570     PERFORM 3010-READ-CHAIN-RECORD THRU 3010-EXIT
003580         UNTIL WS-EOF OR WS-ENVIRONMENT-BAD
003590     CLOSE CHN-IN-FILE
003600     MOVE WS-CHN-TABLE-COUNT TO WS-CHN-BEFORE-COUNT.
003610 3000-EXIT.
003620     EXIT.
003630
003640 3010-READ-CHAIN-RECORD.
003650     READ CHN-IN-FILE
003660         AT END
003670             SET WS-EOF TO TRUE
003680             GO TO 3010-EXIT
003681     END-READ
003682     IF WS-CHN-IN-STATUS NOT = "00"
003683         MOVE "CHNIN   " TO FSTAT-DD-NAME
003684         MOVE "READ    " TO FSTAT-OPERATION
003685         MOVE WS-CHN-IN-STATUS TO FSTAT-FILE-STATUS
003686         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003687         MOVE "CHAIN DEFINITION COULD NOT BE READ"
003688             TO WS-VALIDATION-MESSAGE
003689         SET WS-ENVIRONMENT-BAD TO TRUE
003690         GO TO 3010-EXIT
003691     END-IF
003700     IF CHN-STEP-NAME = SPACES
003710         GO TO 3010-EXIT
003720     END-IF
003730     IF WS-CHN-TABLE-COUNT NOT < WS-CHN-TABLE-MAX
003740         MOVE "CHAIN DEFINITION EXCEEDS WORK TABLE CAPACITY"
003750             TO WS-VALIDATION-MESSAGE
003760         SET WS-ENVIRONMENT-BAD TO TRUE
003770         GO TO 3010-EXIT
003780     END-IF
003790     ADD 1 TO WS-CHN-TABLE-COUNT
003800     MOVE CHN-STEP-NAME   TO WS-CHN-TAB-STEP(WS-CHN-TABLE-COUNT)
003810     MOVE CHN-LOAD-MODULE TO WS-CHN-TAB-MODULE(WS-CHN-TABLE-COUNT)
003820     MOVE CHN-PREDECESSOR TO WS-CHN-TAB-PRED(WS-CHN-TABLE-COUNT)
003830     MOVE CHN-ACTIVE-FLAG TO WS-CHN-TAB-ACTIVE(WS-CHN-TABLE-COUNT)
003840     PERFORM 3020-LOAD-ONE-MODE THRU 3020-EXIT
003850         VARYING WS-MODE-IDX FROM 1 BY 1
003860         UNTIL WS-MODE-IDX > 5
003870     SET WS-CHN-TAB-LIVE(WS-CHN-TABLE-COUNT) TO TRUE.
003880 3010-EXIT.
003890     EXIT.
003900
003910 3020-LOAD-ONE-MODE.
003920     MOVE CHN-RUN-MODE(WS-MODE-IDX)
003930         TO WS-CHN-TAB-MODE(WS-CHN-TABLE-COUNT, WS-MODE-IDX).
003940 3020-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------*
003980* 4000-APPLY-TRANSACTIONS                                        *
003990*    READS EVERY TRANSACTION CARD, VALIDATES IT AGAINST THE      *
004000*    WORK TABLE, APPLIES THE ACCEPTED ONES, AND PRINTS ONE       *
004010*    REPORT BLOCK PER CARD SHOWING THE DISPOSITION AND THE       *
004020*    BEFORE/AFTER STEP IMAGE.                                    *
004030*----------------------------------------------------------------*
004040 4000-APPLY-TRANSACTIONS.
004050     OPEN INPUT TRAN-FILE
004060     MOVE "N" TO WS-EOF-SWITCH
004070     PERFORM 4010-READ-TRAN-RECORD THRU 4010-EXIT
004080         UNTIL WS-EOF
004090     CLOSE TRAN-FILE.
004100 4000-EXIT.
004110     EXIT.
004120
004130 4010-READ-TRAN-RECORD.
004140     READ TRAN-FILE
004150         AT END
004160             SET WS-EOF TO TRUE
004170         NOT AT END
004180             ADD 1 TO WS-TRAN-READ-COUNT
004190             PERFORM 4100-PROCESS-TRANSACTION THRU 4100-EXIT
004200     END-READ.
004210 4010-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------*
004250* 4100-PROCESS-TRANSACTION                                       *
004260*    VALIDATES AND APPLIES ONE TRANSACTION CARD.  THE REJECT     *
004270*    REASON DOUBLES AS THE VALIDATION SWITCH - A CARD WITH NO    *
004280*    REASON SET BY THE END OF VALIDATION IS ACCEPTED.            *
004290*----------------------------------------------------------------*
004300 4100-PROCESS-TRANSACTION.
004310     MOVE SPACES TO WS-REJECT-REASON
004320     PERFORM 4200-LOCATE-STEP-ENTRY THRU 4200-EXIT
004322     IF CTR-ACTION-ADD
004324         PERFORM 4220-LOCATE-FREE-SLOT THRU 4220-EXIT
004326     END-IF
004330     EVALUATE TRUE
004340         WHEN CTR-STEP-NAME = SPACES
004350             MOVE "STEP NAME IS BLANK" TO WS-REJECT-REASON
004360         WHEN CTR-ACTION-ADD AND WS-STEP-FOUND
004370             MOVE "STEP ALREADY ON FILE" TO WS-REJECT-REASON
004380         WHEN CTR-ACTION-ADD AND WS-CHN-FREE = ZERO
004400             MOVE "CHAIN TABLE IS FULL" TO WS-REJECT-REASON
004410         WHEN CTR-ACTION-REPLACE AND NOT WS-STEP-FOUND
004420             MOVE "STEP NOT ON FILE" TO WS-REJECT-REASON
004430         WHEN CTR-ACTION-DELETE AND NOT WS-STEP-FOUND
004440             MOVE "STEP NOT ON FILE" TO WS-REJECT-REASON
004450         WHEN CTR-ACTION-ADD
004460             CONTINUE
004470         WHEN CTR-ACTION-REPLACE
004480             CONTINUE
004490         WHEN CTR-ACTION-DELETE
004500             CONTINUE
004510         WHEN OTHER
004520             MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
004530     END-EVALUATE
004540     IF WS-REJECT-REASON NOT = SPACES
004550         GO TO 4100-DISPOSE
004560     END-IF
004570     IF CTR-ACTION-DELETE
004580         PERFORM 4700-CHECK-SUCCESSORS THRU 4700-EXIT
004590     ELSE
004600         PERFORM 4300-VALIDATE-STEP-IMAGE THRU 4300-EXIT
004610     END-IF.
004620 4100-DISPOSE.
004630     IF WS-REJECT-REASON = SPACES
004640         PERFORM 4400-APPLY-ACCEPTED-CARD THRU 4400-EXIT
004650         ADD 1 TO WS-TRAN-ACCEPT-COUNT
004660     ELSE
004670         PERFORM 4500-PRINT-REJECTED-CARD THRU 4500-EXIT
004680         ADD 1 TO WS-TRAN-REJECT-COUNT
004690     END-IF.
004700 4100-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------------*
004740* 4200-LOCATE-STEP-ENTRY                                         *
004750*    SCANS THE WORK TABLE FOR A LIVE ENTRY FOR THE CARD'S STEP.  *
004760*----------------------------------------------------------------*
004770 4200-LOCATE-STEP-ENTRY.
004780     MOVE "N" TO WS-STEP-FOUND-SWITCH
004790     MOVE ZERO TO WS-CHN-HIT
004800     PERFORM 4210-MATCH-STEP-ENTRY THRU 4210-EXIT
004810         VARYING WS-CHN-IDX FROM 1 BY 1
004820         UNTIL WS-CHN-IDX > WS-CHN-TABLE-COUNT
004830            OR WS-STEP-FOUND.
004840 4200-EXIT.
004850     EXIT.
004860
004870 4210-MATCH-STEP-ENTRY.
004880     IF WS-CHN-TAB-LIVE(WS-CHN-IDX)
004890         AND WS-CHN-TAB-STEP(WS-CHN-IDX) = CTR-STEP-NAME
004900         MOVE WS-CHN-IDX TO WS-CHN-HIT
004910         SET WS-STEP-FOUND TO TRUE
004920     END-IF.
004930 4210-EXIT.
004931     EXIT.
004932
004933*----------------------------------------------------------------*
004934* 4220-LOCATE-FREE-SLOT                                          *
004935*    FINDS THE WORK-TABLE SLOT AN ADD CARD WILL FILL.  WHILE     *
004936*    THERE IS ROOM THE NEW STEP GOES ON THE END OF THE TABLE;    *
004937*    ONCE THE TABLE IS FULL IT TAKES THE FIRST SLOT FREED BY A   *
004938*    DELETE EARLIER IN THE RUN, SO ONLY LIVE STEPS COUNT AGAINST *
004939*    THE CAPACITY.  ZERO MEANS THE CHAIN REALLY IS FULL.         *
004940*----------------------------------------------------------------*
004941 4220-LOCATE-FREE-SLOT.
004942     MOVE ZERO TO WS-CHN-FREE
004943     IF WS-CHN-TABLE-COUNT < WS-CHN-TABLE-MAX
004944         MOVE WS-CHN-TABLE-COUNT TO WS-CHN-FREE
004945         ADD 1 TO WS-CHN-FREE
004946         GO TO 4220-EXIT
004947     END-IF
004948     PERFORM 4230-MATCH-FREE-SLOT THRU 4230-EXIT
004949         VARYING WS-CHN-IDX FROM 1 BY 1
004950         UNTIL WS-CHN-IDX > WS-CHN-TABLE-COUNT
004951            OR WS-CHN-FREE NOT = ZERO.
004952 4220-EXIT.
004953     EXIT.
004954
004955 4230-MATCH-FREE-SLOT.
004956     IF WS-CHN-TAB-DELETED(WS-CHN-IDX)
004957         MOVE WS-CHN-IDX TO WS-CHN-FREE
004958     END-IF.
004959 4230-EXIT.
004960     EXIT.
004961
004962*----------------------------------------------------------------*
004970* 4300-VALIDATE-STEP-IMAGE                                       *
004980*    CHECKS THE NEW STEP IMAGE ON AN ADD OR REPLACE CARD: LOAD   *
004990*    MODULE, RUN MODES, ACTIVE FLAG, AND PREDECESSOR.  THE       *
005000*    FIRST FAILURE FOUND IS THE ONE REPORTED.                    *
005010*----------------------------------------------------------------*
005020 4300-VALIDATE-STEP-IMAGE.
005030     IF CTR-LOAD-MODULE = SPACES
005040         MOVE "LOAD MODULE IS BLANK" TO WS-REJECT-REASON
005050         GO TO 4300-EXIT
005060     END-IF
005070     MOVE ZERO TO WS-MODE-COUNT
005080     PERFORM 4310-CHECK-ONE-MODE THRU 4310-EXIT
005090         VARYING WS-MODE-IDX FROM 1 BY 1
005100         UNTIL WS-MODE-IDX > 5
005110            OR WS-REJECT-REASON NOT = SPACES
005120     IF WS-REJECT-REASON NOT = SPACES
005130         GO TO 4300-EXIT
005140     END-IF
005150     IF WS-MODE-COUNT = ZERO
005160         MOVE "NO RUN MODE GIVEN" TO WS-REJECT-REASON
005170         GO TO 4300-EXIT
005180     END-IF
005190     IF CTR-ACTIVE-FLAG NOT = "Y"
005200         AND CTR-ACTIVE-FLAG NOT = "N"
005210         MOVE "ACTIVE FLAG MUST BE Y OR N" TO WS-REJECT-REASON
005220         GO TO 4300-EXIT
005230     END-IF
005240     IF CTR-PREDECESSOR = SPACES
005250         GO TO 4300-EXIT
005260     END-IF
005270     IF CTR-PREDECESSOR = CTR-STEP-NAME
005280         MOVE "STEP CANNOT BE ITS OWN PREDECESSOR"
005290             TO WS-REJECT-REASON
005300         GO TO 4300-EXIT
005310     END-IF
005320     MOVE CTR-PREDECESSOR TO WS-WALK-STEP
005330     PERFORM 4600-FIND-WALK-STEP THRU 4600-EXIT
005340     IF NOT WS-PREDECESSOR-FOUND
005350         MOVE "PREDECESSOR STEP NOT ON FILE" TO WS-REJECT-REASON
005360         GO TO 4300-EXIT
005370     END-IF
005380     PERFORM 4320-CHECK-PREDECESSOR-LOOP THRU 4320-EXIT.
005390 4300-EXIT.
005400     EXIT.
005410
005420 4310-CHECK-ONE-MODE.
005430     MOVE CTR-RUN-MODE(WS-MODE-IDX) TO WS-CHECK-MODE
005440     IF WS-CHECK-MODE = SPACES
005450         GO TO 4310-EXIT
005460     END-IF
005470     IF NOT WS-CHECK-MODE-LEGAL
005480         MOVE "UNKNOWN RUN MODE" TO WS-REJECT-REASON
005490         GO TO 4310-EXIT
005500     END-IF
005510     ADD 1 TO WS-MODE-COUNT.
005520 4310-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------*
005560* 4320-CHECK-PREDECESSOR-LOOP                                    *
005570*    FOLLOWS THE PREDECESSOR CHAIN UP FROM THE CARD'S            *
005580*    PREDECESSOR.  A REPLACE THAT WOULD MAKE A STEP WAIT ON ONE  *
005590*    OF ITS OWN SUCCESSORS IS REJECTED - THE CHAIN COULD NEVER   *
005600*    START.                                                      *
005610*----------------------------------------------------------------*
005620 4320-CHECK-PREDECESSOR-LOOP.
005630     MOVE CTR-PREDECESSOR TO WS-WALK-STEP
005640     MOVE ZERO TO WS-WALK-HOPS
005650     PERFORM 4330-WALK-ONE-STEP THRU 4330-EXIT
005660         UNTIL WS-WALK-STEP = SPACES
005670            OR WS-REJECT-REASON NOT = SPACES
005680            OR WS-WALK-HOPS > WS-CHN-TABLE-COUNT.
005690 4320-EXIT.
005700     EXIT.
005710
005720 4330-WALK-ONE-STEP.
005730     ADD 1 TO WS-WALK-HOPS
005740     IF WS-WALK-STEP = CTR-STEP-NAME
005750         MOVE "PREDECESSOR CHAIN LOOPS BACK TO STEP"
005760             TO WS-REJECT-REASON
005770         GO TO 4330-EXIT
005780     END-IF
005790     PERFORM 4600-FIND-WALK-STEP THRU 4600-EXIT
005800     IF WS-PREDECESSOR-FOUND
005810         MOVE WS-CHN-TAB-PRED(WS-CHN-IDX) TO WS-WALK-STEP
005820     ELSE
005830         MOVE SPACES TO WS-WALK-STEP
005840     END-IF.
005850 4330-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------------*
005890* 4400-APPLY-ACCEPTED-CARD                                       *
005900*    APPLIES AN ACCEPTED CARD TO THE WORK TABLE AND PRINTS THE   *
005910*    BEFORE/AFTER REPORT BLOCK.  AN ADD GOES INTO THE SLOT 4220  *
005920*    CHOSE - A NEW ONE ON THE END OF THE TABLE OR ONE FREED BY   *
005930*    A DELETE.  AN ADD WITH NO SLOT NEVER REACHES HERE - 4100    *
005935*    REJECTS IT DURING VALIDATION.                               *
005940*----------------------------------------------------------------*
005950 4400-APPLY-ACCEPTED-CARD.
005960     EVALUATE TRUE
005970         WHEN CTR-ACTION-ADD
005980             MOVE WS-CHN-FREE TO WS-CHN-HIT
005990             IF WS-CHN-HIT > WS-CHN-TABLE-COUNT
005993                 ADD 1 TO WS-CHN-TABLE-COUNT
005996             END-IF
006000             MOVE CTR-STEP-NAME TO WS-CHN-TAB-STEP(WS-CHN-HIT)
006010             PERFORM 4430-STORE-CARD-IMAGE THRU 4430-EXIT
006020             SET WS-CHN-TAB-LIVE(WS-CHN-HIT) TO TRUE
006030             PERFORM 4410-PRINT-CARD-HEADER THRU 4410-EXIT
006040             MOVE "NEW:    " TO WS-TXT-TAG
006050             PERFORM 4440-IMAGE-FROM-TABLE THRU 4440-EXIT
006060             PERFORM 4420-PRINT-STEP-IMAGE THRU 4420-EXIT
006070         WHEN CTR-ACTION-REPLACE
006080             PERFORM 4410-PRINT-CARD-HEADER THRU 4410-EXIT
006090             MOVE "BEFORE: " TO WS-TXT-TAG
006100             PERFORM 4440-IMAGE-FROM-TABLE THRU 4440-EXIT
006110             PERFORM 4420-PRINT-STEP-IMAGE THRU 4420-EXIT
006120             PERFORM 4430-STORE-CARD-IMAGE THRU 4430-EXIT
006130             MOVE "AFTER:  " TO WS-TXT-TAG
006140             PERFORM 4440-IMAGE-FROM-TABLE THRU 4440-EXIT
006150             PERFORM 4420-PRINT-STEP-IMAGE THRU 4420-EXIT
006160         WHEN CTR-ACTION-DELETE
006170             PERFORM 4410-PRINT-CARD-HEADER THRU 4410-EXIT
006180             MOVE "BEFORE: " TO WS-TXT-TAG
006190             PERFORM 4440-IMAGE-FROM-TABLE THRU 4440-EXIT
006200             PERFORM 4420-PRINT-STEP-IMAGE THRU 4420-EXIT
006210             SET WS-CHN-TAB-DELETED(WS-CHN-HIT) TO TRUE
006220     END-EVALUATE.
006230 4400-EXIT.
006240     EXIT.
006250
006260 4410-PRINT-CARD-HEADER.
006270     MOVE CTR-ACTION    TO WS-TRN-ACTION
006280     MOVE CTR-STEP-NAME TO WS-TRN-STEP
006290     MOVE "ACCEPTED"    TO WS-TRN-DISPOSITION
006300     MOVE SPACES        TO WS-TRN-REASON
006310     MOVE " " TO PRT-CARRIAGE-CONTROL
006320     MOVE WS-TRAN-LINE TO PRT-TEXT
006330     WRITE PRT-FILE-RECORD.
006340 4410-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------*
006380* 4420-PRINT-STEP-IMAGE                                          *
006390*    PRINTS THE STEP IMAGE IN WS-STEP-IMAGE AS TWO LINES UNDER   *
006400*    THE TAG SET BY THE CALLER - MODULE, PREDECESSOR, AND FLAG   *
006410*    ON THE FIRST, THE RUN MODES ON THE SECOND.                  *
006420*----------------------------------------------------------------*
006430 4420-PRINT-STEP-IMAGE.
006440     MOVE SPACES TO WS-TXT-BODY
006450     STRING "MODULE "      DELIMITED BY SIZE
006460            WS-IMG-MODULE  DELIMITED BY SIZE
006470            "  PREDECESSOR " DELIMITED BY SIZE
006480            WS-IMG-PRED    DELIMITED BY SIZE
006490            "  ACTIVE "    DELIMITED BY SIZE
006500            WS-IMG-ACTIVE  DELIMITED BY SIZE
006510            INTO WS-TXT-BODY
006520     END-STRING
006530     MOVE " " TO PRT-CARRIAGE-CONTROL
006540     MOVE WS-TEXT-LINE TO PRT-TEXT
006550     WRITE PRT-FILE-RECORD
006560     MOVE SPACES TO WS-TXT-TAG
006570     MOVE SPACES TO WS-TXT-BODY
006580     STRING "MODES "       DELIMITED BY SIZE
006590            WS-IMG-MODE(1) DELIMITED BY SIZE
006600            " "            DELIMITED BY SIZE
006610            WS-IMG-MODE(2) DELIMITED BY SIZE
006620            " "            DELIMITED BY SIZE
006630            WS-IMG-MODE(3) DELIMITED BY SIZE
006640            " "            DELIMITED BY SIZE
006650            WS-IMG-MODE(4) DELIMITED BY SIZE
006660            " "            DELIMITED BY SIZE
006670            WS-IMG-MODE(5) DELIMITED BY SIZE
006680            INTO WS-TXT-BODY
006690     END-STRING
006700     MOVE " " TO PRT-CARRIAGE-CONTROL
006710     MOVE WS-TEXT-LINE TO PRT-TEXT
006720     WRITE PRT-FILE-RECORD.
006730 4420-EXIT.
006740     EXIT.
006750
006760 4430-STORE-CARD-IMAGE.
006770     MOVE CTR-LOAD-MODULE TO WS-CHN-TAB-MODULE(WS-CHN-HIT)
006780     MOVE CTR-PREDECESSOR TO WS-CHN-TAB-PRED(WS-CHN-HIT)
006790     MOVE CTR-ACTIVE-FLAG TO WS-CHN-TAB-ACTIVE(WS-CHN-HIT)
006800     PERFORM 4431-STORE-ONE-MODE THRU 4431-EXIT
006810         VARYING WS-MODE-IDX FROM 1 BY 1
006820         UNTIL WS-MODE-IDX > 5.
006830 4430-EXIT.
006840     EXIT.
006850
006860 4431-STORE-ONE-MODE.
006870     MOVE CTR-RUN-MODE(WS-MODE-IDX)
006880         TO WS-CHN-TAB-MODE(WS-CHN-HIT, WS-MODE-IDX).
006890 4431-EXIT.
006900     EXIT.
006910
006920 4440-IMAGE-FROM-TABLE.
006930     MOVE WS-CHN-TAB-MODULE(WS-CHN-HIT) TO WS-IMG-MODULE
006940     MOVE WS-CHN-TAB-PRED(WS-CHN-HIT)   TO WS-IMG-PRED
006950     MOVE WS-CHN-TAB-ACTIVE(WS-CHN-HIT) TO WS-IMG-ACTIVE
006960     PERFORM 4441-IMAGE-ONE-MODE THRU 4441-EXIT
006970         VARYING WS-MODE-IDX FROM 1 BY 1
006980         UNTIL WS-MODE-IDX > 5.
006990 4440-EXIT.
007000     EXIT.
007010
007020 4441-IMAGE-ONE-MODE.
007030     MOVE WS-CHN-TAB-MODE(WS-CHN-HIT, WS-MODE-IDX)
007040         TO WS-IMG-MODE(WS-MODE-IDX).
007050 4441-EXIT.
007060     EXIT.
007070
007080 4500-PRINT-REJECTED-CARD.
007090     MOVE CTR-ACTION       TO WS-TRN-ACTION
007100     MOVE CTR-STEP-NAME    TO WS-TRN-STEP
007110     MOVE "REJECTED"       TO WS-TRN-DISPOSITION
007120     MOVE WS-REJECT-REASON TO WS-TRN-REASON
007130     MOVE " " TO PRT-CARRIAGE-CONTROL
007140     MOVE WS-TRAN-LINE TO PRT-TEXT
007150     WRITE PRT-FILE-RECORD.
007160 4500-EXIT.
007170     EXIT.
007180
007190*----------------------------------------------------------------*
007200* 4600-FIND-WALK-STEP                                            *
007210*    SCANS THE WORK TABLE FOR A LIVE ENTRY FOR WS-WALK-STEP.     *
007220*    ON A HIT WS-CHN-IDX IS LEFT POINTING AT THE ENTRY.          *
007230*----------------------------------------------------------------*
007240 4600-FIND-WALK-STEP.
007250     MOVE "N" TO WS-PRED-FOUND-SWITCH
007260     MOVE 1 TO WS-CHN-IDX
007270     PERFORM 4610-MATCH-WALK-STEP THRU 4610-EXIT
007280         UNTIL WS-CHN-IDX > WS-CHN-TABLE-COUNT
007290            OR WS-PREDECESSOR-FOUND.
007300 4600-EXIT.
007310     EXIT.
007320
007330 4610-MATCH-WALK-STEP.
007340     IF WS-CHN-TAB-LIVE(WS-CHN-IDX)
007350         AND WS-CHN-TAB-STEP(WS-CHN-IDX) = WS-WALK-STEP
007360         SET WS-PREDECESSOR-FOUND TO TRUE
007370     ELSE
007380         ADD 1 TO WS-CHN-IDX
007390     END-IF.
007400 4610-EXIT.
007410     EXIT.
007420
007430*----------------------------------------------------------------*
007440* 4700-CHECK-SUCCESSORS                                          *
007450*    REJECTS A DELETE WHILE ANOTHER LIVE STEP STILL NAMES THE    *
007460*    STEP AS ITS PREDECESSOR - THE SUCCESSOR WOULD BE LEFT       *
007470*    WAITING ON A STEP THAT NO LONGER EXISTS.                    *
007480*----------------------------------------------------------------*
007490 4700-CHECK-SUCCESSORS.
007500     PERFORM 4710-CHECK-ONE-SUCCESSOR THRU 4710-EXIT
007510         VARYING WS-CHN-IDX FROM 1 BY 1
007520         UNTIL WS-CHN-IDX > WS-CHN-TABLE-COUNT
007530            OR WS-REJECT-REASON NOT = SPACES.
007540 4700-EXIT.
007550     EXIT.
007560
007570 4710-CHECK-ONE-SUCCESSOR.
007580     IF WS-CHN-TAB-LIVE(WS-CHN-IDX)
007590         AND WS-CHN-TAB-PRED(WS-CHN-IDX) = CTR-STEP-NAME
007600         MOVE "STEP IS STILL A PREDECESSOR - RETIRE IT"
007610             TO WS-REJECT-REASON
007620     END-IF.
007630 4710-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------------*
007670* 5000-WRITE-NEW-CHAIN-FILE                                      *
007680*    WRITES THE NEW CHAIN-DEFINITION FILE FROM THE LIVE ENTRIES  *
007690*    IN THE WORK TABLE, IN THE ORDER THEY WERE LOADED OR ADDED.  *
007700*----------------------------------------------------------------*
007710 5000-WRITE-NEW-CHAIN-FILE.
007720     OPEN OUTPUT CHN-OUT-FILE
007730     MOVE "CHNOUT  " TO FSTAT-DD-NAME
007740     MOVE "OPEN    " TO FSTAT-OPERATION
007750     MOVE WS-CHN-OUT-STATUS TO FSTAT-FILE-STATUS
007760     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007770     IF FSTAT-RETURN-CODE NOT = ZERO
007780         GO TO 5000-EXIT
007790     END-IF
007800     PERFORM 5010-WRITE-CHAIN-ENTRY THRU 5010-EXIT
007810         VARYING WS-CHN-IDX FROM 1 BY 1
007820         UNTIL WS-CHN-IDX > WS-CHN-TABLE-COUNT
007830     CLOSE CHN-OUT-FILE
007840     MOVE "CHNOUT  " TO FSTAT-DD-NAME
007850     MOVE "CLOSE   " TO FSTAT-OPERATION
007860     MOVE WS-CHN-OUT-STATUS TO FSTAT-FILE-STATUS
007870     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
007880 5000-EXIT.
007890     EXIT.
007900
007910 5010-WRITE-CHAIN-ENTRY.
007920     IF NOT WS-CHN-TAB-LIVE(WS-CHN-IDX)
007930         GO TO 5010-EXIT
007940     END-IF
007950     MOVE WS-CHN-TAB-STEP(WS-CHN-IDX)   TO CHN-OUT-STEP-NAME
007960     MOVE WS-CHN-TAB-MODULE(WS-CHN-IDX) TO CHN-OUT-LOAD-MODULE
007970     MOVE WS-CHN-TAB-PRED(WS-CHN-IDX)   TO CHN-OUT-PREDECESSOR
007980     MOVE WS-CHN-TAB-ACTIVE(WS-CHN-IDX) TO CHN-OUT-ACTIVE-FLAG
007990     MOVE SPACES                        TO CHN-OUT-RESERVED
008000     PERFORM 5020-WRITE-ONE-MODE THRU 5020-EXIT
008010         VARYING WS-MODE-IDX FROM 1 BY 1
008020         UNTIL WS-MODE-IDX > 5
008030     WRITE CHN-OUT-RECORD
008040     IF WS-CHN-OUT-STATUS NOT = "00"
008050         MOVE "CHNOUT  " TO FSTAT-DD-NAME
008060         MOVE "WRITE   " TO FSTAT-OPERATION
008070         MOVE WS-CHN-OUT-STATUS TO FSTAT-FILE-STATUS
008080         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
008090     END-IF
008100     ADD 1 TO WS-CHN-AFTER-COUNT.
008110 5010-EXIT.
008120     EXIT.
008130
008140 5020-WRITE-ONE-MODE.
008150     MOVE WS-CHN-TAB-MODE(WS-CHN-IDX, WS-MODE-IDX)
008160         TO CHN-OUT-RUN-MODE(WS-MODE-IDX).
008170 5020-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------------*
008210* 6000-PRINT-SUMMARY                                             *
008220*    PRINTS THE ACCEPTED/REJECTED COUNTS AND THE BEFORE/AFTER    *
008230*    STEP COUNTS, THEN CLOSES THE REPORT.                        *
008240*----------------------------------------------------------------*
008250 6000-PRINT-SUMMARY.
008260     MOVE WS-TRAN-ACCEPT-COUNT TO WS-EDIT-COUNT
008270     MOVE WS-TRAN-REJECT-COUNT TO WS-EDIT-COUNT-2
008280     MOVE SPACES TO WS-COUNT-LINE
008290     STRING "TRANSACTIONS ACCEPTED: " DELIMITED BY SIZE
008300            WS-EDIT-COUNT             DELIMITED BY SIZE
008310            "   REJECTED: "           DELIMITED BY SIZE
008320            WS-EDIT-COUNT-2           DELIMITED BY SIZE
008330            INTO WS-COUNT-LINE
008340     END-STRING
008350     MOVE "-" TO PRT-CARRIAGE-CONTROL
008360     MOVE WS-COUNT-LINE TO PRT-TEXT
008370     WRITE PRT-FILE-RECORD
008380     MOVE WS-CHN-BEFORE-COUNT TO WS-EDIT-COUNT
008390     MOVE WS-CHN-AFTER-COUNT  TO WS-EDIT-COUNT-2
008400     MOVE SPACES TO WS-COUNT-LINE
008410     STRING "STEPS BEFORE: "  DELIMITED BY SIZE
008420            WS-EDIT-COUNT     DELIMITED BY SIZE
008430            "   STEPS AFTER: " DELIMITED BY SIZE
008440            WS-EDIT-COUNT-2   DELIMITED BY SIZE
008450            INTO WS-COUNT-LINE
008460     END-STRING
008470     MOVE " " TO PRT-CARRIAGE-CONTROL
008480     MOVE WS-COUNT-LINE TO PRT-TEXT
008490     WRITE PRT-FILE-RECORD
008500     CLOSE PRINT-FILE
008510     MOVE "PRTFILE " TO FSTAT-DD-NAME
008520     MOVE "CLOSE   " TO FSTAT-OPERATION
008530     MOVE WS-PRINT-FILE-STATUS TO FSTAT-FILE-STATUS
008540     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
008550     IF WS-TRAN-REJECT-COUNT > ZERO
008560         AND WS-FINAL-RETURN-CODE < 4
008570         MOVE 4 TO WS-FINAL-RETURN-CODE
008580     END-IF.
008590 6000-EXIT.
008600     EXIT.
008610
008620 6100-WRITE-REPORT-HEADERS.
008630     MOVE "1" TO PRT-CARRIAGE-CONTROL
008640     MOVE WS-TITLE-LINE TO PRT-TEXT
008650     WRITE PRT-FILE-RECORD
008660     MOVE SPACES TO WS-RUNDATE-LINE
008670     STRING "RUN DATE: "    DELIMITED BY SIZE
008680            WS-JH-RUN-DATE  DELIMITED BY SIZE
008690            "   RUN TIME: " DELIMITED BY SIZE
008700            WS-JH-RUN-TIME  DELIMITED BY SIZE
008710            "   JOB: "      DELIMITED BY SIZE
008720            WS-JH-JOB-NAME  DELIMITED BY SIZE
008730            INTO WS-RUNDATE-LINE
008740     END-STRING
008750     MOVE " " TO PRT-CARRIAGE-CONTROL
008760     MOVE WS-RUNDATE-LINE TO PRT-TEXT
008770     WRITE PRT-FILE-RECORD
008780     MOVE "-" TO PRT-CARRIAGE-CONTROL
008790     MOVE SPACES TO PRT-TEXT
008800     WRITE PRT-FILE-RECORD.
008810 6100-EXIT.
008820     EXIT.
008830
008840*----------------------------------------------------------------*
008850* 8000-TERMINATE                                                 *
008860*    NOTHING TO RELEASE - THE FILES ARE OPENED AND CLOSED BY     *
008870*    THE PARAGRAPHS THAT USE THEM.  KEPT AS THE SHOP-STANDARD    *
008880*    TERMINATION HOOK.                                           *
008890*----------------------------------------------------------------*
008900 8000-TERMINATE.
008910     CONTINUE.
008920 8000-EXIT.
008930     EXIT.
008940
008950*----------------------------------------------------------------*
008960* 9800-CHECK-FILE-STATUS                                         *
008970*    ROUTES A FILE STATUS THROUGH THE SHARED COBFSTAT HANDLER.  *
008980*    THE CALLER SETS FSTAT-DD-NAME, FSTAT-OPERATION, AND        *
008990*    FSTAT-FILE-STATUS FIRST.  A RECOMMENDED RETURN CODE        *
009000*    HIGHER THAN THE ONE ALREADY POSTED REPLACES IT, SO THE     *
009010*    STEP ENDS WITH THE WORST THING THAT HAPPENED TO IT.        *
009020*----------------------------------------------------------------*
009030 9800-CHECK-FILE-STATUS.
009040     MOVE WS-JH-JOB-NAME TO FSTAT-JOB-NAME
009050     MOVE WS-JH-RUN-ID   TO FSTAT-RUN-ID
009060     CALL "COBFSTAT" USING FSTAT-AREA
009070     IF FSTAT-RETURN-CODE > WS-FINAL-RETURN-CODE
009080         MOVE FSTAT-RETURN-CODE TO WS-FINAL-RETURN-CODE
009090     END-IF.
009100 9800-EXIT.
009110     EXIT.
