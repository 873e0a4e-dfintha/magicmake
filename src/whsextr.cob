000010******************************************************************
000020* PROGRAM-ID : WHSEXTR                                          *
000030* AUTHOR     : D. L. FENWICK                                    *
000040* INSTALLATION : SHOP BATCH SUPPORT SECTION                      *
000050* DATE-WRITTEN  : 2026-10-15                                     *
000060*                                                                *
000070* NIGHTLY MONITORING-WAREHOUSE EXTRACT.  THE ENTERPRISE          *
000080* MONITORING WAREHOUSE CANNOT READ THE SUITE'S FIXED-LAYOUT      *
000090* FILES, SO THE MORNING FIGURES WERE BEING KEYED FROM SYSOUT.    *
000100* THIS STEP WRITES ONE COMMA-DELIMITED INTERFACE FILE PER        *
000110* BUSINESS DATE, ONE RECORD TYPE PER SOURCE:                     *
000120*   HDR - HEADER: BUSINESS DATE, EXTRACT RUN-ID, EXTRACT         *
000130*         TIMESTAMP, PRODUCING PROGRAM, LAYOUT VERSION.          *
000140*   RUN - ONE PER AUDIT-LOG RECORD OF THE DATE: PROGRAM-ID,      *
000150*         RUN-ID, RUN MODE, START AND END TIMESTAMPS, RETURN     *
000160*         CODE, ELAPSED SECONDS, DISPOSITION (B/H/BLANK),        *
000170*         MONTH/QUARTER/YEAR-END FLAGS.                          *
000180*   ALR - ONE PER ALERT RECORD OF THE DATE: JOB, RUN-ID, RUN     *
000190*         DATE AND TIME, SEVERITY, RETURN CODE, LIFECYCLE        *
000200*         STATUS (OPEN/ACKED/CLOSED), ACK OPERATOR AND           *
000210*         TIMESTAMP, MESSAGE TEXT (QUOTED).                      *
000220*   DIA - ONE PER FILE-STATUS DIAGNOSTIC OF THE DATE: JOB,       *
000230*         RUN-ID, DD NAME, OPERATION, FILE STATUS, TIMESTAMP,    *
000240*         MESSAGE TEXT (QUOTED).                                 *
000250*   DEV - ONE PER RUN RECORD WITH A PERFORMANCE BASELINE ON      *
000260*         BASEFILE: STEP, RUN MODE, PROGRAM-ID, RUN-ID, ELAPSED  *
000270*         SECONDS, BASELINE AVERAGE AND PEAK, SIGNED DEVIATION   *
000280*         FROM THE AVERAGE, AND Y/N FOR "PAST THE PERFCARD       *
000284*         MULTIPLE" (BLANK WHEN NO PERFCARD IS AVAILABLE).  A    *
000288*         RUN BYPASSED OR HELD BY THE OPERATORS GETS NO DEV      *
000292*         RECORD, AS PERFBASE DOES NOT JUDGE IT; ITS RUN RECORD  *
000296*         CARRIES THE DISPOSITION.                               *
000300*   TRL - TRAILER: BUSINESS DATE, RUN/ALR/DIA/DEV COUNTS, TOTAL  *
000310*         RECORDS INCLUDING HEADER AND TRAILER, AND THE CONTROL  *
000320*         TOTAL - THE SUM OF ELAPSED SECONDS OVER THE RUN        *
000330*         RECORDS.                                               *
000340* A RECORD BELONGS TO THE BUSINESS DATE WHEN ITS RUN-ID STARTS   *
000350* WITH THAT DATE, SO EVERY CYCLE OF THE DATE IS INCLUDED.  THE   *
000360* DATE IS TODAY UNLESS THE PARMCARD BUSINESS-DATE OVERRIDE IS    *
000370* SET, AS FOR THE CHAIN STEPS.                                   *
000380*                                                                *
000390* RESTART: THE EXTRACT IS ALWAYS A COMPLETE IMAGE OF THE DATE,   *
000400* BUILT FROM SCRATCH ON A TEMPORARY DATASET AND CATALOGED AS A   *
000410* NEW GENERATION BY THE FOLLOW-ON JCL STEP ONLY WHEN THIS STEP   *
000420* ENDS CLEAN.  A FAILED RUN LEAVES NOTHING BEHIND, AND A RERUN   *
000430* FOR THE SAME DATE WRITES THE SAME RECORDS AGAIN - THE          *
000440* WAREHOUSE REPLACES THE DATE WHOLESALE FROM THE LATEST FILE     *
000450* CARRYING IT, SO NOTHING IS EVER LOADED TWICE.                  *
000460*                                                                *
000470* RETURN CODES: 0 = EXTRACT WRITTEN; 4 = EXTRACT WRITTEN BUT     *
000480* THE BASELINE TABLE OVERFLOWED, SO SOME DEV RECORDS ARE         *
000490* MISSING; 12 = I/O FAILURE; 16 = ENVIRONMENT FAILURE (CHAIN     *
000500* DEFINITION NOT LOADABLE) - NO EXTRACT.                         *
000510*------------------------------------------------------------------
000520* MOD HISTORY                                                    *
000530*   2026-10-15  DLF  INITIAL VERSION.                            *
000531*   2026-10-15  DLF  THE AUDIT LOG IS NOW INDEXED; IT IS STARTED *
000533*                    AT THE BUSINESS DATE'S FIRST RUN-ID AND     *
000535*                    READ FORWARD ONLY WHILE THE RUN-ID CARRIES  *
000536*                    THAT DATE.  RUN RECORDS NOW FOLLOW KEY      *
000537*                    ORDER.                                      *
000538*   2026-10-15  DLF  NO DEV RECORD FOR A RUN MARKED BYPASSED OR  *
000539*                    HELD, MATCHING PERFBASE.                    *
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.    WHSEXTR.
000570 AUTHOR.        D. L. FENWICK.
000580 INSTALLATION.  SHOP BATCH SUPPORT SECTION.
000590 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT PARM-FILE
000660         ASSIGN TO "PARMCARD"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PARM-FILE-STATUS.
000690
000700     SELECT PERF-FILE
000710         ASSIGN TO "PERFCARD"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PERF-FILE-STATUS.
000740
000750     SELECT AUDIT-FILE
000760         ASSIGN TO "AUDITLOG"
000765         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000775         RECORD KEY IS AUD-KEY
000780         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000790
000800     SELECT ALERT-FILE
000810         ASSIGN TO "ALERTFIL"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-ALERT-FILE-STATUS.
000840
000850     SELECT DIAG-FILE
000860         ASSIGN TO "DIAGFILE"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-DIAG-FILE-STATUS.
000890
000900     SELECT BASE-FILE
000910         ASSIGN TO "BASEFILE"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-BASE-FILE-STATUS.
000940
000950     SELECT WHSE-NEW-FILE
000960         ASSIGN TO "WHSENEW"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-WHSE-NEW-STATUS.
000990
001000     SELECT PRINT-FILE
001010         ASSIGN TO "PRTFILE"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-PRINT-FILE-STATUS.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070*----------------------------------------------------------------*
001080*    OPTIONAL RUN-MODE CONTROL CARD - READ ONLY FOR ITS          *
001090*    BUSINESS-DATE OVERRIDE.                                     *
001100*----------------------------------------------------------------*
001110 FD  PARM-FILE
001120     RECORDING MODE IS F.
001130     COPY PARMCARD.
001140
001150*----------------------------------------------------------------*
001160*    OPTIONAL PERFORMANCE CONTROL CARD - READ ONLY FOR ITS       *
001170*    DEVIATION MULTIPLE, SO THE DEV RECORDS FLAG THE SAME RUNS   *
001180*    PERFBASE DOES.                                              *
001190*----------------------------------------------------------------*
001200 FD  PERF-FILE
001210     RECORDING MODE IS F.
001220     COPY PERFCARD.
001230
001240*----------------------------------------------------------------*
001245*    THE FOUR SOURCE FILES.  THE AUDIT LOG IS KEYED ON RUN-ID,   *
001250*    WHICH BEGINS WITH THE BUSINESS DATE, SO IT IS STARTED AT    *
001255*    THE DATE; THE OTHER THREE ARE READ FRONT TO BACK.           *
001260*----------------------------------------------------------------*
001275 FD  AUDIT-FILE.
001290     COPY AUDITREC.
001300
001310 FD  ALERT-FILE
001320     RECORDING MODE IS F.
001330     COPY ALERTREC.
001340
001350 FD  DIAG-FILE
001360     RECORDING MODE IS F.
001370     COPY DIAGREC.
001380
001390 FD  BASE-FILE
001400     RECORDING MODE IS F.
001410     COPY BASEREC.
001420
001430*----------------------------------------------------------------*
001440*    COMMA-DELIMITED INTERFACE FILE FOR THE BUSINESS DATE,       *
001450*    WRITTEN TO A TEMPORARY DATASET AND CATALOGED BY THE         *
001460*    FOLLOW-ON JCL STEP.                                         *
001470*----------------------------------------------------------------*
001480 FD  WHSE-NEW-FILE
001490     RECORDING MODE IS F.
001500 01  WHSE-NEW-RECORD             PIC X(256).
001510
001520*----------------------------------------------------------------*
001530*    EXTRACT SYSOUT REPORT.  A 133-BYTE RECORD - ONE CARRIAGE-   *
001540*    CONTROL BYTE FOLLOWED BY 132 BYTES OF PRINT TEXT.           *
001550*----------------------------------------------------------------*
001560 FD  PRINT-FILE
001570     RECORDING MODE IS F.
001580 01  PRT-FILE-RECORD.
001590     05  PRT-CARRIAGE-CONTROL    PIC X(01).
001600     05  PRT-TEXT                PIC X(132).
001610
001620 WORKING-STORAGE SECTION.
001630*----------------------------------------------------------------*
001640*    SHOP-STANDARD JOB HEADER.                                   *
001650*----------------------------------------------------------------*
001660 COPY JOBHDR.
001670
001680*----------------------------------------------------------------*
001690*    PARAMETER AREA USED TO ROUTE FILE STATUS CODES THROUGH    *
001700*    THE SHARED COBFSTAT HANDLER (SEE 9800-CHECK-FILE-STATUS). *
001710*----------------------------------------------------------------*
001720 COPY FSTATMSG.
001730
001740*----------------------------------------------------------------*
001750*    STEP-NAME TO PROGRAM-ID CROSS-REFERENCE.                    *
001760*----------------------------------------------------------------*
001770 COPY STEPXREF.
001780
001790*----------------------------------------------------------------*
001800*    FILE STATUS WORK AREAS.                                     *
001810*----------------------------------------------------------------*
001820 77  WS-PARM-FILE-STATUS          PIC X(02) VALUE "00".
001830 77  WS-PERF-FILE-STATUS          PIC X(02) VALUE "00".
001840 77  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".
001850 77  WS-ALERT-FILE-STATUS         PIC X(02) VALUE "00".
001860 77  WS-DIAG-FILE-STATUS          PIC X(02) VALUE "00".
001870 77  WS-BASE-FILE-STATUS          PIC X(02) VALUE "00".
001880 77  WS-WHSE-NEW-STATUS           PIC X(02) VALUE "00".
001890 77  WS-PRINT-FILE-STATUS         PIC X(02) VALUE "00".
001900
001910*----------------------------------------------------------------*
001920*    SWITCHES.                                                   *
001930*----------------------------------------------------------------*
001940 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
001950     88  WS-EOF                       VALUE "Y".
001960 77  WS-ENVIRONMENT-SWITCH        PIC X(01) VALUE "Y".
001970     88  WS-ENVIRONMENT-OK            VALUE "Y".
001980     88  WS-ENVIRONMENT-BAD           VALUE "N".
001990 77  WS-BASE-FOUND-SWITCH         PIC X(01) VALUE "N".
002000     88  WS-BASELINE-FOUND            VALUE "Y".
002010 77  WS-XREF-FOUND-SWITCH         PIC X(01) VALUE "N".
002020     88  WS-XREF-FOUND                VALUE "Y".
002030 77  WS-MULT-SWITCH               PIC X(01) VALUE "N".
002040     88  WS-MULT-KNOWN                VALUE "Y".
002050
002060*----------------------------------------------------------------*
002070*    BUSINESS DATE BEING EXTRACTED AND CYCLE NUMBER FOLDED INTO  *
002080*    THE EXTRACT'S OWN RUN-ID, AS IN STEP010.                    *
002090*----------------------------------------------------------------*
002100 77  WS-BUSINESS-DATE             PIC X(08) VALUE SPACES.
002110 77  WS-CYCLE-NUMBER              PIC X(02) VALUE "00".
002120 77  WS-EXTRACT-TIMESTAMP         PIC X(14) VALUE SPACES.
002130 77  WS-LAYOUT-VERSION            PIC X(02) VALUE "01".
002140
002150*----------------------------------------------------------------*
002160*    BASELINE TABLE, LOADED FROM BASEFILE.                       *
002170*----------------------------------------------------------------*
002180 77  WS-BAS-TABLE-MAX             PIC 9(04) COMP VALUE 100.
002190 77  WS-BAS-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
002200 77  WS-BAS-OVERFLOW              PIC 9(05) COMP VALUE ZERO.
002210 77  WS-BAS-IDX                   PIC 9(04) COMP VALUE ZERO.
002220 77  WS-BAS-HIT                   PIC 9(04) COMP VALUE ZERO.
002230 01  WS-BASELINE-TABLE.
002240     05  WS-BAS-ENTRY OCCURS 100 TIMES.
002250         10  WS-BAS-STEP-NAME         PIC X(08).
002260         10  WS-BAS-RUN-MODE          PIC X(14).
002270         10  WS-BAS-RUN-COUNT         PIC 9(04) COMP.
002280         10  WS-BAS-AVG-SECONDS       PIC 9(06) COMP.
002290         10  WS-BAS-PEAK-SECONDS      PIC 9(06) COMP.
002300
002310*----------------------------------------------------------------*
002320*    DEVIATION WORK AREAS.                                       *
002330*----------------------------------------------------------------*
002340 77  WS-DEVIATION-MULT            PIC 9(02)V9(02) VALUE ZERO.
002350 77  WS-THRESHOLD-SECONDS         PIC 9(08)V9(02) VALUE ZERO.
002360 77  WS-DEVIATION-SECONDS         PIC S9(07) VALUE ZERO.
002370 77  WS-DEVIATION-FLAG            PIC X(01) VALUE SPACE.
002380 77  WS-WANTED-STEP               PIC X(08) VALUE SPACES.
002390 77  WS-XREF-IDX                  PIC 9(04) COMP VALUE ZERO.
002400
002410*----------------------------------------------------------------*
002420*    RECORD COUNTS AND THE CONTROL TOTAL CARRIED ON THE          *
002430*    TRAILER.                                                    *
002440*----------------------------------------------------------------*
002450 77  WS-RUN-COUNT                 PIC 9(07) COMP VALUE ZERO.
002460 77  WS-ALR-COUNT                 PIC 9(07) COMP VALUE ZERO.
002470 77  WS-DIA-COUNT                 PIC 9(07) COMP VALUE ZERO.
002480 77  WS-DEV-COUNT                 PIC 9(07) COMP VALUE ZERO.
002490 77  WS-RECORD-COUNT              PIC 9(07) COMP VALUE ZERO.
002500 77  WS-CONTROL-TOTAL             PIC 9(11) COMP VALUE ZERO.
002510
002520*----------------------------------------------------------------*
002530*    VALIDATION AND RETURN-CODE WORK AREAS.                      *
002540*----------------------------------------------------------------*
002550 77  WS-VALIDATION-MESSAGE        PIC X(60) VALUE SPACES.
002560 77  WS-FINAL-RETURN-CODE         PIC 9(04) VALUE ZERO.
002570
002580*----------------------------------------------------------------*
002590*    DELIMITED-RECORD BUILD AREA.  EACH FIELD IS MOVED TO        *
002600*    WS-CSV-FIELD AND APPENDED BY 6200-APPEND-CSV-FIELD WITH     *
002610*    ITS LEADING AND TRAILING BLANKS STRIPPED.  A TEXT FIELD IS  *
002620*    ENCLOSED IN QUOTES, ANY QUOTE INSIDE IT BECOMING AN         *
002630*    APOSTROPHE, SO A COMMA IN A MESSAGE CANNOT SPLIT THE        *
002640*    RECORD.                                                     *
002650*----------------------------------------------------------------*
002660 01  WS-CSV-LINE                  PIC X(256) VALUE SPACES.
002670 77  WS-CSV-POINTER               PIC 9(04) COMP VALUE 1.
002680 77  WS-CSV-FIELD                 PIC X(80) VALUE SPACES.
002690 77  WS-CSV-FIELD-MAX             PIC 9(04) COMP VALUE 80.
002700 77  WS-CSV-LEADING               PIC 9(04) COMP VALUE ZERO.
002710 77  WS-CSV-END                   PIC 9(04) COMP VALUE ZERO.
002720 77  WS-CSV-LENGTH                PIC 9(04) COMP VALUE ZERO.
002730 77  WS-CSV-FIELD-SWITCH          PIC X(01) VALUE "P".
002740     88  WS-CSV-PLAIN                 VALUE "P".
002750     88  WS-CSV-TEXT                  VALUE "T".
002760 77  WS-CSV-FIRST-SWITCH          PIC X(01) VALUE "Y".
002770     88  WS-CSV-FIRST-FIELD           VALUE "Y".
002780 77  WS-CSV-NUMBER                PIC -(10)9.
002790
002800*----------------------------------------------------------------*
002810*    MISCELLANEOUS NUMERIC/DATE WORK AREAS.                      *
002820*----------------------------------------------------------------*
002830 77  WS-SYSDATE                   PIC 9(06) VALUE ZERO.
002840 77  WS-SYSTIME                   PIC 9(08) VALUE ZERO.
002850
002860*----------------------------------------------------------------*
002870*    REPORT LINE LAYOUTS.                                        *
002880*----------------------------------------------------------------*
002890 01  WS-TITLE-LINE                PIC X(132) VALUE
002900     "WHSEXTR - MONITORING WAREHOUSE DAILY EXTRACT".
002910 01  WS-RUNDATE-LINE              PIC X(132) VALUE SPACES.
002920 01  WS-COUNT-LINE                PIC X(132) VALUE SPACES.
002930 77  WS-EDIT-COUNT                PIC ZZZZZZ9.
002940 77  WS-EDIT-TOTAL                PIC ZZZZZZZZZZ9.
002950
002960******************************************************************
002970* 0000-MAINLINE                                                  *
002980*    TOP-LEVEL CONTROL FLOW.  RESOLVES THE BUSINESS DATE, LOADS  *
002990*    THE BASELINES, AND WRITES THE HEADER, THE RUN/DEV, ALR,     *
003000*    AND DIA RECORDS, AND THE TRAILER.                           *
003010******************************************************************
003020 PROCEDURE DIVISION.
003030
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003060     IF WS-ENVIRONMENT-OK
003070         PERFORM 3000-LOAD-BASELINES THRU 3000-EXIT
003080         PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT
003090         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
003100     ELSE
003110         PERFORM 2100-ENVIRONMENT-FAILURE THRU 2100-EXIT
003120     END-IF
003130     PERFORM 8000-TERMINATE THRU 8000-EXIT
003140     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
003150     GOBACK.
003160
003170*----------------------------------------------------------------*
003180* 1000-INITIALIZE                                                *
003190*    STAMPS THE JOB HEADER, DERIVES THE BUSINESS DATE AND THE    *
003200*    EXTRACT'S RUN-ID (HONORING THE PARMCARD OVERRIDES), READS   *
003210*    THE DEVIATION MULTIPLE, LOADS THE CHAIN DEFINITION, AND     *
003220*    OPENS THE REPORT.                                           *
003230*----------------------------------------------------------------*
003240 1000-INITIALIZE.
003250     MOVE "WHSEXTR " TO WS-JH-JOB-NAME
003260     ACCEPT WS-SYSDATE FROM DATE
003270     ACCEPT WS-SYSTIME FROM TIME
003280     MOVE "20"         TO WS-JH-RUN-DATE(1:2)
003290     MOVE WS-SYSDATE   TO WS-JH-RUN-DATE(3:6)
003300     MOVE WS-SYSTIME   TO WS-JH-RUN-TIME
003310     STRING "20"            DELIMITED BY SIZE
003320            WS-SYSDATE      DELIMITED BY SIZE
003330            WS-SYSTIME(1:6) DELIMITED BY SIZE
003340            INTO WS-EXTRACT-TIMESTAMP
003350     END-STRING
003360     PERFORM 1100-READ-RUN-OVERRIDES THRU 1100-EXIT
003370     MOVE WS-JH-RUN-DATE TO WS-BUSINESS-DATE
003380     STRING WS-JH-RUN-DATE  DELIMITED BY SIZE
003390            WS-CYCLE-NUMBER DELIMITED BY SIZE
003400            "0000"          DELIMITED BY SIZE
003410            INTO WS-JH-RUN-ID
003420     END-STRING
003430     MOVE ZERO TO WS-FINAL-RETURN-CODE
003440     PERFORM 1150-READ-DEVIATION-MULTIPLE THRU 1150-EXIT
003450     PERFORM 1200-LOAD-CHAIN-DEFINITION THRU 1200-EXIT
003460     IF WS-ENVIRONMENT-BAD
003470         GO TO 1000-EXIT
003480     END-IF
003490     OPEN OUTPUT PRINT-FILE
003500     PERFORM 6100-WRITE-REPORT-HEADERS THRU 6100-EXIT
003510     IF XREF-RETURN-CODE NOT = ZERO
003520         MOVE " " TO PRT-CARRIAGE-CONTROL
003530         MOVE XREF-MESSAGE-TEXT TO PRT-TEXT
003540         WRITE PRT-FILE-RECORD
003550         MOVE XREF-RETURN-CODE TO WS-FINAL-RETURN-CODE
003560     END-IF.
003570 1000-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------------*
003610* 1100-READ-RUN-OVERRIDES                                        *
003620*    READS THE OPTIONAL PARM CARD FOR THE BUSINESS-DATE AND      *
003630*    CYCLE-NUMBER OVERRIDES.  A MISSING OR EMPTY CARD, OR BLANK  *
003640*    OVERRIDE FIELDS, LEAVE THE DEFAULTS (TODAY, CYCLE 00) IN    *
003650*    PLACE - THE NORMAL NIGHTLY CASE NEEDS NO CARD CHANGES.  A   *
003660*    RE-EXTRACT OF AN EARLIER DATE SETS THE BUSINESS DATE.       *
003670*----------------------------------------------------------------*
003680 1100-READ-RUN-OVERRIDES.
003690     OPEN INPUT PARM-FILE
003700     IF WS-PARM-FILE-STATUS NOT = "00"
003710         GO TO 1100-EXIT
003720     END-IF
003730     READ PARM-FILE
003740         AT END
003750             CLOSE PARM-FILE
003760             GO TO 1100-EXIT
003770     END-READ
003780     CLOSE PARM-FILE
003790     IF PARM-BUSINESS-DATE NOT = SPACES
003800         AND PARM-BUSINESS-DATE IS NUMERIC
003810         MOVE PARM-BUSINESS-DATE TO WS-JH-RUN-DATE
003820     END-IF
003830     IF PARM-CYCLE-NUMBER NOT = SPACES
003840         AND PARM-CYCLE-NUMBER IS NUMERIC
003850         MOVE PARM-CYCLE-NUMBER TO WS-CYCLE-NUMBER
003860     END-IF.
003870 1100-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------*
003910* 1150-READ-DEVIATION-MULTIPLE                                   *
003920*    TAKES THE DEVIATION MULTIPLE FROM THE PERFCARD WHEN ONE IS  *
003930*    AVAILABLE AND VALID.  WITHOUT IT THE DEV RECORDS STILL      *
003940*    CARRY THE FIGURES BUT LEAVE THE PAST-MULTIPLE FLAG BLANK.   *
003950*----------------------------------------------------------------*
003960 1150-READ-DEVIATION-MULTIPLE.
003970     OPEN INPUT PERF-FILE
003980     IF WS-PERF-FILE-STATUS NOT = "00"
003990         GO TO 1150-EXIT
004000     END-IF
004010     READ PERF-FILE
004020         AT END
004030             CLOSE PERF-FILE
004040             GO TO 1150-EXIT
004050     END-READ
004060     CLOSE PERF-FILE
004070     IF PERF-DEVIATION-MULT IS NUMERIC
004080         AND PERF-DEVIATION-MULT > ZERO
004090         MOVE PERF-DEVIATION-MULT TO WS-DEVIATION-MULT
004100         SET WS-MULT-KNOWN TO TRUE
004110     END-IF.
004120 1150-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------*
004160* 1200-LOAD-CHAIN-DEFINITION                                     *
004170*    LOADS THE STEP CROSS-REFERENCE FROM THE CHAIN-DEFINITION    *
004180*    CONTROL FILE THROUGH THE SHARED CHNLOAD ROUTINE.  A         *
004190*    MISSING OR UNREADABLE DEFINITION FAILS THE ENVIRONMENT -    *
004200*    WITHOUT IT NO RUN CAN BE TIED TO ITS BASELINE, AND A        *
004210*    SHORT EXTRACT IS WORSE THAN A LATE ONE.  AN OVERFLOW IS     *
004220*    REPORTED BY 1000 ONCE THE REPORT IS OPEN.                   *
004230*----------------------------------------------------------------*
004240 1200-LOAD-CHAIN-DEFINITION.
004250     MOVE WS-JH-JOB-NAME TO XREF-JOB-NAME
004260     MOVE WS-JH-RUN-ID   TO XREF-RUN-ID
004270     CALL "CHNLOAD" USING XREF-AREA
004280     IF XREF-RETURN-CODE NOT < 12
004290         MOVE XREF-MESSAGE-TEXT TO WS-VALIDATION-MESSAGE
004300         SET WS-ENVIRONMENT-BAD TO TRUE
004310     END-IF.
004320 1200-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------*
004360* 2100-ENVIRONMENT-FAILURE                                       *
004370*    THE CHAIN DEFINITION IS MISSING OR UNUSABLE.  REPORT IT AND *
004380*    POST A NON-ZERO RETURN CODE - NO EXTRACT HAS BEEN WRITTEN,  *
004390*    SO THE CATALOG STEP MUST NOT RUN.                           *
004400*----------------------------------------------------------------*
004410 2100-ENVIRONMENT-FAILURE.
004420     OPEN OUTPUT PRINT-FILE
004430     PERFORM 6100-WRITE-REPORT-HEADERS THRU 6100-EXIT
004440     MOVE " " TO PRT-CARRIAGE-CONTROL
004450     MOVE WS-VALIDATION-MESSAGE TO PRT-TEXT
004460     WRITE PRT-FILE-RECORD
004470     CLOSE PRINT-FILE
004480     MOVE "PRTFILE " TO FSTAT-DD-NAME
004490     MOVE "CLOSE   " TO FSTAT-OPERATION
004500     MOVE WS-PRINT-FILE-STATUS TO FSTAT-FILE-STATUS
004510     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
004520     MOVE 16 TO WS-FINAL-RETURN-CODE.
004530 2100-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------------*
004570* 3000-LOAD-BASELINES                                            *
004580*    LOADS THE LIVE BASELINE FILE INTO THE WORK TABLE.  A        *
004590*    MISSING FILE MEANS NO BASELINES YET - NO DEV RECORDS.       *
004600*----------------------------------------------------------------*
004610 3000-LOAD-BASELINES.
004620     OPEN INPUT BASE-FILE
004630     EVALUATE TRUE
004640         WHEN WS-BASE-FILE-STATUS = "00"
004650             MOVE "N" TO WS-EOF-SWITCH
004660             PERFORM 3010-READ-BASE-RECORD THRU 3010-EXIT
004670                 UNTIL WS-EOF
004680             CLOSE BASE-FILE
004690         WHEN WS-BASE-FILE-STATUS = "05"
004700             OR WS-BASE-FILE-STATUS = "35"
004710             CONTINUE
004720         WHEN OTHER
004730             MOVE "BASEFILE" TO FSTAT-DD-NAME
004740             MOVE "OPEN    " TO FSTAT-OPERATION
004750             MOVE WS-BASE-FILE-STATUS TO FSTAT-FILE-STATUS
004760             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
004770     END-EVALUATE.
004780 3000-EXIT.
004790     EXIT.
004800
004810 3010-READ-BASE-RECORD.
004820     READ BASE-FILE
004830         AT END
004840             SET WS-EOF TO TRUE
004850         NOT AT END
004860             IF WS-BAS-TABLE-COUNT < WS-BAS-TABLE-MAX
004870                 ADD 1 TO WS-BAS-TABLE-COUNT
004880                 MOVE BASE-STEP-NAME TO
004890                     WS-BAS-STEP-NAME(WS-BAS-TABLE-COUNT)
004900                 MOVE BASE-RUN-MODE TO
004910                     WS-BAS-RUN-MODE(WS-BAS-TABLE-COUNT)
004920                 MOVE BASE-RUN-COUNT TO
004930                     WS-BAS-RUN-COUNT(WS-BAS-TABLE-COUNT)
004940                 MOVE BASE-AVG-SECONDS TO
004950                     WS-BAS-AVG-SECONDS(WS-BAS-TABLE-COUNT)
004960                 MOVE BASE-PEAK-SECONDS TO
004970                     WS-BAS-PEAK-SECONDS(WS-BAS-TABLE-COUNT)
004980             ELSE
004990                 ADD 1 TO WS-BAS-OVERFLOW
005000             END-IF
005010     END-READ.
005020 3010-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------*
005060* 4000-WRITE-EXTRACT                                             *
005070*    OPENS THE INTERFACE FILE AND WRITES IT IN ONE PASS OVER     *
005080*    EACH SOURCE - HEADER, RUN RECORDS (EACH FOLLOWED BY ITS     *
005090*    DEV RECORD), ALR RECORDS, DIA RECORDS, TRAILER.             *
005100*----------------------------------------------------------------*
005110 4000-WRITE-EXTRACT.
005120     OPEN OUTPUT WHSE-NEW-FILE
005130     MOVE "WHSENEW " TO FSTAT-DD-NAME
005140     MOVE "OPEN    " TO FSTAT-OPERATION
005150     MOVE WS-WHSE-NEW-STATUS TO FSTAT-FILE-STATUS
005160     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005170     IF FSTAT-RETURN-CODE NOT = ZERO
005180         GO TO 4000-EXIT
005190     END-IF
005200     PERFORM 4100-WRITE-HEADER-RECORD THRU 4100-EXIT
005210     PERFORM 4200-EXTRACT-AUDIT-LOG THRU 4200-EXIT
005220     PERFORM 4400-EXTRACT-ALERTS THRU 4400-EXIT
005230     PERFORM 4500-EXTRACT-DIAGNOSTICS THRU 4500-EXIT
005240     PERFORM 4900-WRITE-TRAILER-RECORD THRU 4900-EXIT
005250     CLOSE WHSE-NEW-FILE
005260     MOVE "WHSENEW " TO FSTAT-DD-NAME
005270     MOVE "CLOSE   " TO FSTAT-OPERATION
005280     MOVE WS-WHSE-NEW-STATUS TO FSTAT-FILE-STATUS
005290     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
005300 4000-EXIT.
005310     EXIT.
005320
005330 4100-WRITE-HEADER-RECORD.
005340     PERFORM 6150-START-CSV-LINE THRU 6150-EXIT
005350     MOVE "HDR" TO WS-CSV-FIELD
005360     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
005370     MOVE WS-BUSINESS-DATE TO WS-CSV-FIELD
005380     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
005390     MOVE WS-JH-RUN-ID TO WS-CSV-FIELD
005400     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
005410     MOVE WS-EXTRACT-TIMESTAMP TO WS-CSV-FIELD
005420     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
005430     MOVE WS-JH-JOB-NAME TO WS-CSV-FIELD
005440     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
005450     MOVE WS-LAYOUT-VERSION TO WS-CSV-FIELD
005460     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
005470     PERFORM 6300-WRITE-CSV-LINE THRU 6300-EXIT.
005480 4100-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------------*
005520* 4200-EXTRACT-AUDIT-LOG                                         *
005530*    ONE RUN RECORD PER AUDIT RECORD OF THE BUSINESS DATE, EACH  *
005540*    FOLLOWED BY A DEV RECORD WHEN THE STEP HAS A BASELINE.  A   *
005545*    MISSING AUDIT LOG MEANS THE CHAIN HAS NOT RUN.  THE LOG IS  *
005550*    STARTED AT THE FIRST RUN-ID OF THE DATE (EVERY CYCLE) AND   *
005555*    READ UNTIL THE RUN-ID MOVES PAST IT.                        *
005560*----------------------------------------------------------------*
005570 4200-EXTRACT-AUDIT-LOG.
005580     OPEN INPUT AUDIT-FILE
005590     EVALUATE TRUE
005600         WHEN WS-AUDIT-FILE-STATUS = "00"
005605             MOVE "N" TO WS-EOF-SWITCH
005606             MOVE LOW-VALUES TO AUD-KEY
005607             MOVE WS-BUSINESS-DATE TO AUD-RUN-ID(1:8)
005608             START AUDIT-FILE KEY NOT < AUD-KEY
005609                 INVALID KEY
005610                     SET WS-EOF TO TRUE
005611             END-START
005612             IF WS-AUDIT-FILE-STATUS NOT = "00"
005613                 AND WS-AUDIT-FILE-STATUS NOT = "23"
005614                 SET WS-EOF TO TRUE
005615                 MOVE "AUDITLOG" TO FSTAT-DD-NAME
005616                 MOVE "START   " TO FSTAT-OPERATION
005617                 MOVE WS-AUDIT-FILE-STATUS TO FSTAT-FILE-STATUS
005618                 PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005619             END-IF
005620             PERFORM 4210-READ-AUDIT-RECORD THRU 4210-EXIT
005630                 UNTIL WS-EOF
005640             CLOSE AUDIT-FILE
005650         WHEN WS-AUDIT-FILE-STATUS = "05"
005660             OR WS-AUDIT-FILE-STATUS = "35"
005670             CONTINUE
005680         WHEN OTHER
005690             MOVE "AUDITLOG" TO FSTAT-DD-NAME
005700             MOVE "OPEN    " TO FSTAT-OPERATION
005710             MOVE WS-AUDIT-FILE-STATUS TO FSTAT-FILE-STATUS
005720             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005730     END-EVALUATE.
005740 4200-EXIT.
005750     EXIT.
005760
005770 4210-READ-AUDIT-RECORD.
005780     READ AUDIT-FILE NEXT
005790         AT END
005800             SET WS-EOF TO TRUE
005810         NOT AT END
005820             IF AUD-RUN-ID(1:8) = WS-BUSINESS-DATE
005830                 PERFORM 4220-WRITE-RUN-RECORD THRU 4220-EXIT
005840                 PERFORM 4300-WRITE-DEVIATION-RECORD
005850                     THRU 4300-EXIT
005853             ELSE
005856                 SET WS-EOF TO TRUE
005860             END-IF
005870     END-READ.
005880 4210-EXIT.
005890     EXIT.
005900
005910 4220-WRITE-RUN-RECORD.
005920     PERFORM 6150-START-CSV-LINE THRU 6150-EXIT
005930     MOVE "RUN" TO WS-CSV-FIELD
005940     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
005950     MOVE AUD-PROGRAM-ID TO WS-CSV-FIELD
005960     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
005970     MOVE AUD-RUN-ID TO WS-CSV-FIELD
005980     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
005990     MOVE AUD-RUN-MODE TO WS-CSV-FIELD
006000     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006010     MOVE AUD-START-TIMESTAMP TO WS-CSV-FIELD
006020     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006030     MOVE AUD-END-TIMESTAMP TO WS-CSV-FIELD
006040     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006050     MOVE AUD-RETURN-CODE TO WS-CSV-NUMBER
006060     MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
006070     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006080     MOVE AUD-ELAPSED-SECONDS TO WS-CSV-NUMBER
006090     MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
006100     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006110     MOVE AUD-STEP-DISPOSITION TO WS-CSV-FIELD
006120     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006130     MOVE AUD-MONTH-END-FLAG TO WS-CSV-FIELD
006140     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006150     MOVE AUD-QUARTER-END-FLAG TO WS-CSV-FIELD
006160     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006170     MOVE AUD-YEAR-END-FLAG TO WS-CSV-FIELD
006180     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006190     PERFORM 6300-WRITE-CSV-LINE THRU 6300-EXIT
006200     ADD 1 TO WS-RUN-COUNT
006210     ADD AUD-ELAPSED-SECONDS TO WS-CONTROL-TOTAL.
006220 4220-EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------------*
006260* 4300-WRITE-DEVIATION-RECORD                                    *
006270*    TRANSLATES THE RUN'S PROGRAM-ID TO ITS STEP NAME AND, WHEN  *
006280*    THE STEP AND RUN MODE HAVE A BASELINE WITH AT LEAST ONE     *
006290*    CLEAN RUN BEHIND IT, WRITES THE DEVIATION FROM THE          *
006300*    BASELINE AVERAGE AND WHETHER IT IS PAST THE MULTIPLE, AS    *
006306*    PERFBASE JUDGES IT.  A BYPASSED OR HELD RUN DID NO WORK     *
006313*    AND IS SKIPPED, AS IN PERFBASE.                             *
006320*----------------------------------------------------------------*
006330 4300-WRITE-DEVIATION-RECORD.
006340     PERFORM 4310-XREF-PROGRAM-TO-STEP THRU 4310-EXIT
006350     IF NOT WS-XREF-FOUND
006360         GO TO 4300-EXIT
006370     END-IF
006372     IF AUD-STEP-BYPASSED OR AUD-STEP-HELD
006375         GO TO 4300-EXIT
006377     END-IF
006380     PERFORM 4330-FIND-BASELINE-ENTRY THRU 4330-EXIT
006390     IF NOT WS-BASELINE-FOUND
006400         GO TO 4300-EXIT
006410     END-IF
006420     IF WS-BAS-RUN-COUNT(WS-BAS-HIT) = ZERO
006430         GO TO 4300-EXIT
006440     END-IF
006450     COMPUTE WS-DEVIATION-SECONDS =
006460         AUD-ELAPSED-SECONDS - WS-BAS-AVG-SECONDS(WS-BAS-HIT)
006470     MOVE SPACE TO WS-DEVIATION-FLAG
006480     IF WS-MULT-KNOWN
006490         COMPUTE WS-THRESHOLD-SECONDS =
006500             WS-BAS-AVG-SECONDS(WS-BAS-HIT) * WS-DEVIATION-MULT
006510         IF AUD-ELAPSED-SECONDS > WS-THRESHOLD-SECONDS
006520             MOVE "Y" TO WS-DEVIATION-FLAG
006530         ELSE
006540             MOVE "N" TO WS-DEVIATION-FLAG
006550         END-IF
006560     END-IF
006570     PERFORM 6150-START-CSV-LINE THRU 6150-EXIT
006580     MOVE "DEV" TO WS-CSV-FIELD
006590     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006600     MOVE WS-WANTED-STEP TO WS-CSV-FIELD
006610     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006620     MOVE AUD-RUN-MODE TO WS-CSV-FIELD
006630     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006640     MOVE AUD-PROGRAM-ID TO WS-CSV-FIELD
006650     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006660     MOVE AUD-RUN-ID TO WS-CSV-FIELD
006670     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006680     MOVE AUD-ELAPSED-SECONDS TO WS-CSV-NUMBER
006690     MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
006700     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006710     MOVE WS-BAS-AVG-SECONDS(WS-BAS-HIT) TO WS-CSV-NUMBER
006720     MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
006730     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006740     MOVE WS-BAS-PEAK-SECONDS(WS-BAS-HIT) TO WS-CSV-NUMBER
006750     MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
006760     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006770     MOVE WS-DEVIATION-SECONDS TO WS-CSV-NUMBER
006780     MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
006790     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006800     MOVE WS-DEVIATION-FLAG TO WS-CSV-FIELD
006810     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
006820     PERFORM 6300-WRITE-CSV-LINE THRU 6300-EXIT
006830     ADD 1 TO WS-DEV-COUNT.
006840 4300-EXIT.
006850     EXIT.
006860
006870 4310-XREF-PROGRAM-TO-STEP.
006880     MOVE "N" TO WS-XREF-FOUND-SWITCH
006890     MOVE SPACES TO WS-WANTED-STEP
006900     PERFORM 4320-MATCH-XREF-ENTRY THRU 4320-EXIT
006910         VARYING WS-XREF-IDX FROM 1 BY 1
006920         UNTIL WS-XREF-IDX > XREF-ENTRY-COUNT
006930            OR WS-XREF-FOUND.
006940 4310-EXIT.
006950     EXIT.
006960
006970 4320-MATCH-XREF-ENTRY.
006980     IF XREF-PROGRAM-ID(WS-XREF-IDX) = AUD-PROGRAM-ID
006990         MOVE XREF-STEP-NAME(WS-XREF-IDX) TO WS-WANTED-STEP
007000         SET WS-XREF-FOUND TO TRUE
007010     END-IF.
007020 4320-EXIT.
007030     EXIT.
007040
007050 4330-FIND-BASELINE-ENTRY.
007060     MOVE "N" TO WS-BASE-FOUND-SWITCH
007070     MOVE ZERO TO WS-BAS-HIT
007080     PERFORM 4340-MATCH-BASELINE-ENTRY THRU 4340-EXIT
007090         VARYING WS-BAS-IDX FROM 1 BY 1
007100         UNTIL WS-BAS-IDX > WS-BAS-TABLE-COUNT
007110            OR WS-BASELINE-FOUND.
007120 4330-EXIT.
007130     EXIT.
007140
007150 4340-MATCH-BASELINE-ENTRY.
007160     IF WS-BAS-STEP-NAME(WS-BAS-IDX) = WS-WANTED-STEP
007170         AND WS-BAS-RUN-MODE(WS-BAS-IDX) = AUD-RUN-MODE
007180         MOVE WS-BAS-IDX TO WS-BAS-HIT
007190         SET WS-BASELINE-FOUND TO TRUE
007200     END-IF.
007210 4340-EXIT.
007220     EXIT.
007230
007240*----------------------------------------------------------------*
007250* 4400-EXTRACT-ALERTS                                            *
007260*    ONE ALR RECORD PER ALERT OF THE BUSINESS DATE, WITH ITS     *
007270*    LIFECYCLE STATUS SPELLED OUT - A BLANK STATUS ON A RECORD   *
007280*    WRITTEN BEFORE THE LIFECYCLE FIELDS EXISTED READS AS OPEN.  *
007290*----------------------------------------------------------------*
007300 4400-EXTRACT-ALERTS.
007310     OPEN INPUT ALERT-FILE
007320     EVALUATE TRUE
007330         WHEN WS-ALERT-FILE-STATUS = "00"
007340             MOVE "N" TO WS-EOF-SWITCH
007350             PERFORM 4410-READ-ALERT-RECORD THRU 4410-EXIT
007360                 UNTIL WS-EOF
007370             CLOSE ALERT-FILE
007380         WHEN WS-ALERT-FILE-STATUS = "05"
007390             OR WS-ALERT-FILE-STATUS = "35"
007400             CONTINUE
007410         WHEN OTHER
007420             MOVE "ALERTFIL" TO FSTAT-DD-NAME
007430             MOVE "OPEN    " TO FSTAT-OPERATION
007440             MOVE WS-ALERT-FILE-STATUS TO FSTAT-FILE-STATUS
007450             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007460     END-EVALUATE.
007470 4400-EXIT.
007480     EXIT.
007490
007500 4410-READ-ALERT-RECORD.
007510     READ ALERT-FILE
007520         AT END
007530             SET WS-EOF TO TRUE
007540         NOT AT END
007550             IF ALR-RUN-ID(1:8) = WS-BUSINESS-DATE
007560                 PERFORM 4420-WRITE-ALERT-RECORD THRU 4420-EXIT
007570             END-IF
007580     END-READ.
007590 4410-EXIT.
007600     EXIT.
007610
007620 4420-WRITE-ALERT-RECORD.
007630     PERFORM 6150-START-CSV-LINE THRU 6150-EXIT
007640     MOVE "ALR" TO WS-CSV-FIELD
007650     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
007660     MOVE ALR-JOB-NAME TO WS-CSV-FIELD
007670     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
007680     MOVE ALR-RUN-ID TO WS-CSV-FIELD
007690     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
007700     MOVE ALR-RUN-DATE TO WS-CSV-FIELD
007710     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
007720     MOVE ALR-RUN-TIME TO WS-CSV-FIELD
007730     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
007740     MOVE ALR-SEVERITY TO WS-CSV-FIELD
007750     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
007760     MOVE ALR-RETURN-CODE TO WS-CSV-NUMBER
007770     MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
007780     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
007790     EVALUATE TRUE
007800         WHEN ALR-ALERT-ACKED
007810             MOVE "ACKED" TO WS-CSV-FIELD
007820         WHEN ALR-ALERT-CLOSED
007830             MOVE "CLOSED" TO WS-CSV-FIELD
007840         WHEN OTHER
007850             MOVE "OPEN" TO WS-CSV-FIELD
007860     END-EVALUATE
007870     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
007880     MOVE ALR-ACK-OPERATOR TO WS-CSV-FIELD
007890     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
007900     MOVE ALR-ACK-TIMESTAMP TO WS-CSV-FIELD
007910     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
007920     MOVE ALR-MESSAGE-TEXT TO WS-CSV-FIELD
007930     SET WS-CSV-TEXT TO TRUE
007940     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
007950     PERFORM 6300-WRITE-CSV-LINE THRU 6300-EXIT
007960     ADD 1 TO WS-ALR-COUNT.
007970 4420-EXIT.
007980     EXIT.
007990
008000*----------------------------------------------------------------*
008010* 4500-EXTRACT-DIAGNOSTICS                                       *
008020*    ONE DIA RECORD PER FILE-STATUS FAILURE OF THE BUSINESS      *
008030*    DATE.  A MISSING DIAGNOSTIC FILE MEANS NOTHING HAS FAILED.  *
008040*----------------------------------------------------------------*
008050 4500-EXTRACT-DIAGNOSTICS.
008060     OPEN INPUT DIAG-FILE
008070     EVALUATE TRUE
008080         WHEN WS-DIAG-FILE-STATUS = "00"
008090             MOVE "N" TO WS-EOF-SWITCH
008100             PERFORM 4510-READ-DIAG-RECORD THRU 4510-EXIT
008110                 UNTIL WS-EOF
008120             CLOSE DIAG-FILE
008130         WHEN WS-DIAG-FILE-STATUS = "05"
008140             OR WS-DIAG-FILE-STATUS = "35"
008150             CONTINUE
008160         WHEN OTHER
008170             MOVE "DIAGFILE" TO FSTAT-DD-NAME
008180             MOVE "OPEN    " TO FSTAT-OPERATION
008190             MOVE WS-DIAG-FILE-STATUS TO FSTAT-FILE-STATUS
008200             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
008210     END-EVALUATE.
008220 4500-EXIT.
008230     EXIT.
008240
008250 4510-READ-DIAG-RECORD.
008260     READ DIAG-FILE
008270         AT END
008280             SET WS-EOF TO TRUE
008290         NOT AT END
008300             IF DIA-RUN-ID(1:8) = WS-BUSINESS-DATE
008310                 PERFORM 4520-WRITE-DIAG-RECORD THRU 4520-EXIT
008320             END-IF
008330     END-READ.
008340 4510-EXIT.
008350     EXIT.
008360
008370 4520-WRITE-DIAG-RECORD.
008380     PERFORM 6150-START-CSV-LINE THRU 6150-EXIT
008390     MOVE "DIA" TO WS-CSV-FIELD
008400     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008410     MOVE DIA-JOB-NAME TO WS-CSV-FIELD
008420     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008430     MOVE DIA-RUN-ID TO WS-CSV-FIELD
008440     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008450     MOVE DIA-DD-NAME TO WS-CSV-FIELD
008460     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008470     MOVE DIA-OPERATION TO WS-CSV-FIELD
008480     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008490     MOVE DIA-FILE-STATUS TO WS-CSV-FIELD
008500     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008510     MOVE DIA-TIMESTAMP TO WS-CSV-FIELD
008520     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008530     MOVE DIA-MESSAGE TO WS-CSV-FIELD
008540     SET WS-CSV-TEXT TO TRUE
008550     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008560     PERFORM 6300-WRITE-CSV-LINE THRU 6300-EXIT
008570     ADD 1 TO WS-DIA-COUNT.
008580 4520-EXIT.
008590     EXIT.
008600
008610*----------------------------------------------------------------*
008620* 4900-WRITE-TRAILER-RECORD                                      *
008630*    THE TRAILER COUNTS ITSELF IN THE TOTAL RECORD COUNT, SO     *
008640*    THE WAREHOUSE CAN CHECK IT AGAINST THE RECORDS RECEIVED.    *
008650*----------------------------------------------------------------*
008660 4900-WRITE-TRAILER-RECORD.
008670     PERFORM 6150-START-CSV-LINE THRU 6150-EXIT
008680     MOVE "TRL" TO WS-CSV-FIELD
008690     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008700     MOVE WS-BUSINESS-DATE TO WS-CSV-FIELD
008710     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008720     MOVE WS-RUN-COUNT TO WS-CSV-NUMBER
008730     MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
008740     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008750     MOVE WS-ALR-COUNT TO WS-CSV-NUMBER
008760     MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
008770     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008780     MOVE WS-DIA-COUNT TO WS-CSV-NUMBER
008790     MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
008800     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008810     MOVE WS-DEV-COUNT TO WS-CSV-NUMBER
008820     MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
008830     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008840     ADD 1 TO WS-RECORD-COUNT
008850     MOVE WS-RECORD-COUNT TO WS-CSV-NUMBER
008860     MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
008870     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008880     MOVE WS-CONTROL-TOTAL TO WS-CSV-NUMBER
008890     MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
008900     PERFORM 6200-APPEND-CSV-FIELD THRU 6200-EXIT
008910     SUBTRACT 1 FROM WS-RECORD-COUNT
008920     PERFORM 6300-WRITE-CSV-LINE THRU 6300-EXIT.
008930 4900-EXIT.
008940     EXIT.
008950
008960*----------------------------------------------------------------*
008970* 6000-PRINT-SUMMARY                                             *
008980*    PRINTS THE RECORD COUNTS AND THE CONTROL TOTAL, AS CARRIED  *
008990*    ON THE TRAILER, FOR THE OPERATOR TO QUOTE TO THE WAREHOUSE. *
009000*----------------------------------------------------------------*
009010 6000-PRINT-SUMMARY.
009020     MOVE SPACES TO WS-COUNT-LINE
009030     STRING "BUSINESS DATE EXTRACTED: " DELIMITED BY SIZE
009040            WS-BUSINESS-DATE            DELIMITED BY SIZE
009050            INTO WS-COUNT-LINE
009060     END-STRING
009070     MOVE "-" TO PRT-CARRIAGE-CONTROL
009080     MOVE WS-COUNT-LINE TO PRT-TEXT
009090     WRITE PRT-FILE-RECORD
009100     MOVE WS-RUN-COUNT TO WS-EDIT-COUNT
009110     MOVE SPACES TO WS-COUNT-LINE
009120     STRING "RUN RECORDS:   " DELIMITED BY SIZE
009130            WS-EDIT-COUNT     DELIMITED BY SIZE
009140            INTO WS-COUNT-LINE
009150     END-STRING
009160     PERFORM 6050-PRINT-COUNT-LINE THRU 6050-EXIT
009170     MOVE WS-ALR-COUNT TO WS-EDIT-COUNT
009180     MOVE SPACES TO WS-COUNT-LINE
009190     STRING "ALR RECORDS:   " DELIMITED BY SIZE
009200            WS-EDIT-COUNT     DELIMITED BY SIZE
009210            INTO WS-COUNT-LINE
009220     END-STRING
009230     PERFORM 6050-PRINT-COUNT-LINE THRU 6050-EXIT
009240     MOVE WS-DIA-COUNT TO WS-EDIT-COUNT
009250     MOVE SPACES TO WS-COUNT-LINE
009260     STRING "DIA RECORDS:   " DELIMITED BY SIZE
009270            WS-EDIT-COUNT     DELIMITED BY SIZE
009280            INTO WS-COUNT-LINE
009290     END-STRING
009300     PERFORM 6050-PRINT-COUNT-LINE THRU 6050-EXIT
009310     MOVE WS-DEV-COUNT TO WS-EDIT-COUNT
009320     MOVE SPACES TO WS-COUNT-LINE
009330     STRING "DEV RECORDS:   " DELIMITED BY SIZE
009340            WS-EDIT-COUNT     DELIMITED BY SIZE
009350            INTO WS-COUNT-LINE
009360     END-STRING
009370     PERFORM 6050-PRINT-COUNT-LINE THRU 6050-EXIT
009380     MOVE WS-RECORD-COUNT TO WS-EDIT-COUNT
009390     MOVE SPACES TO WS-COUNT-LINE
009400     STRING "TOTAL RECORDS WRITTEN (WITH HEADER AND TRAILER): "
009410                                DELIMITED BY SIZE
009420            WS-EDIT-COUNT       DELIMITED BY SIZE
009430            INTO WS-COUNT-LINE
009440     END-STRING
009450     PERFORM 6050-PRINT-COUNT-LINE THRU 6050-EXIT
009460     MOVE WS-CONTROL-TOTAL TO WS-EDIT-TOTAL
009470     MOVE SPACES TO WS-COUNT-LINE
009480     STRING "CONTROL TOTAL (RUN ELAPSED SECONDS): "
009490                                DELIMITED BY SIZE
009500            WS-EDIT-TOTAL       DELIMITED BY SIZE
009510            INTO WS-COUNT-LINE
009520     END-STRING
009530     PERFORM 6050-PRINT-COUNT-LINE THRU 6050-EXIT
009540     IF WS-BAS-OVERFLOW > ZERO
009550         MOVE " " TO PRT-CARRIAGE-CONTROL
009560         MOVE "WARNING - BASELINE TABLE OVERFLOW - DEV INCOMPLETE"
009570             TO PRT-TEXT
009580         WRITE PRT-FILE-RECORD
009590         IF WS-FINAL-RETURN-CODE < 4
009600             MOVE 4 TO WS-FINAL-RETURN-CODE
009610         END-IF
009620     END-IF.
009630 6000-EXIT.
009640     EXIT.
009650
009660 6050-PRINT-COUNT-LINE.
009670     MOVE " " TO PRT-CARRIAGE-CONTROL
009680     MOVE WS-COUNT-LINE TO PRT-TEXT
009690     WRITE PRT-FILE-RECORD.
009700 6050-EXIT.
009710     EXIT.
009720
009730 6100-WRITE-REPORT-HEADERS.
009740     MOVE "1" TO PRT-CARRIAGE-CONTROL
009750     MOVE WS-TITLE-LINE TO PRT-TEXT
009760     WRITE PRT-FILE-RECORD
009770     MOVE SPACES TO WS-RUNDATE-LINE
009780     STRING "RUN DATE: "    DELIMITED BY SIZE
009790            WS-JH-RUN-DATE  DELIMITED BY SIZE
009800            "   RUN TIME: " DELIMITED BY SIZE
009810            WS-JH-RUN-TIME  DELIMITED BY SIZE
009820            "   RUN-ID: "   DELIMITED BY SIZE
009830            WS-JH-RUN-ID    DELIMITED BY SIZE
009840            INTO WS-RUNDATE-LINE
009850     END-STRING
009860     MOVE " " TO PRT-CARRIAGE-CONTROL
009870     MOVE WS-RUNDATE-LINE TO PRT-TEXT
009880     WRITE PRT-FILE-RECORD
009890     MOVE "-" TO PRT-CARRIAGE-CONTROL
009900     MOVE SPACES TO PRT-TEXT
009910     WRITE PRT-FILE-RECORD.
009920 6100-EXIT.
009930     EXIT.
009940
009950*----------------------------------------------------------------*
009960* 6150-START-CSV-LINE                                            *
009970*    CLEARS THE BUILD AREA FOR A NEW DELIMITED RECORD.           *
009980*----------------------------------------------------------------*
009990 6150-START-CSV-LINE.
010000     MOVE SPACES TO WS-CSV-LINE
010010     MOVE 1 TO WS-CSV-POINTER
010020     SET WS-CSV-FIRST-FIELD TO TRUE
010030     SET WS-CSV-PLAIN TO TRUE.
010040 6150-EXIT.
010050     EXIT.
010060
010070*----------------------------------------------------------------*
010080* 6200-APPEND-CSV-FIELD                                          *
010090*    APPENDS WS-CSV-FIELD TO THE RECORD BEING BUILT - A COMMA    *
010100*    FIRST UNLESS IT IS THE RECORD'S FIRST FIELD, THEN THE       *
010110*    FIELD WITHOUT ITS LEADING AND TRAILING BLANKS (A BLANK      *
010120*    FIELD IS EMPTY), IN QUOTES WHEN THE CALLER HAS MARKED IT    *
010130*    AS TEXT.  THE FIELD TYPE RESETS TO PLAIN AFTERWARDS.        *
010140*----------------------------------------------------------------*
010150 6200-APPEND-CSV-FIELD.
010160     IF WS-CSV-FIRST-FIELD
010170         MOVE "N" TO WS-CSV-FIRST-SWITCH
010180     ELSE
010190         STRING "," DELIMITED BY SIZE
010200             INTO WS-CSV-LINE WITH POINTER WS-CSV-POINTER
010210         END-STRING
010220     END-IF
010230     IF WS-CSV-TEXT
010240         INSPECT WS-CSV-FIELD REPLACING ALL '"' BY "'"
010250         STRING '"' DELIMITED BY SIZE
010260             INTO WS-CSV-LINE WITH POINTER WS-CSV-POINTER
010270         END-STRING
010280     END-IF
010290     MOVE ZERO TO WS-CSV-LEADING
010300     INSPECT WS-CSV-FIELD TALLYING WS-CSV-LEADING
010310         FOR LEADING SPACES
010320     IF WS-CSV-LEADING < WS-CSV-FIELD-MAX
010330         PERFORM 6210-FIND-FIELD-END THRU 6210-EXIT
010340             VARYING WS-CSV-END FROM WS-CSV-FIELD-MAX BY -1
010350             UNTIL WS-CSV-FIELD(WS-CSV-END:1) NOT = SPACE
010360         COMPUTE WS-CSV-LENGTH = WS-CSV-END - WS-CSV-LEADING
010370         STRING WS-CSV-FIELD(WS-CSV-LEADING + 1:WS-CSV-LENGTH)
010380                 DELIMITED BY SIZE
010390             INTO WS-CSV-LINE WITH POINTER WS-CSV-POINTER
010400         END-STRING
010410     END-IF
010420     IF WS-CSV-TEXT
010430         STRING '"' DELIMITED BY SIZE
010440             INTO WS-CSV-LINE WITH POINTER WS-CSV-POINTER
010450         END-STRING
010460     END-IF
010470     MOVE SPACES TO WS-CSV-FIELD
010480     SET WS-CSV-PLAIN TO TRUE.
010490 6200-EXIT.
010500     EXIT.
010510
010520*----------------------------------------------------------------*
010530* 6210-FIND-FIELD-END                                            *
010540*    THE VARYING CLAUSE IN 6200 DOES THE WORK - IT STEPS BACK    *
010550*    FROM THE END OF THE FIELD TO ITS LAST NON-BLANK BYTE.       *
010560*----------------------------------------------------------------*
010570 6210-FIND-FIELD-END.
010580     CONTINUE.
010590 6210-EXIT.
010600     EXIT.
010610
010620*----------------------------------------------------------------*
010630* 6300-WRITE-CSV-LINE                                            *
010640*    WRITES THE BUILT RECORD TO THE INTERFACE FILE.              *
010650*----------------------------------------------------------------*
010660 6300-WRITE-CSV-LINE.
010670     MOVE WS-CSV-LINE TO WHSE-NEW-RECORD
010680     WRITE WHSE-NEW-RECORD
010690     IF WS-WHSE-NEW-STATUS NOT = "00"
010700         MOVE "WHSENEW " TO FSTAT-DD-NAME
010710         MOVE "WRITE   " TO FSTAT-OPERATION
010720         MOVE WS-WHSE-NEW-STATUS TO FSTAT-FILE-STATUS
010730         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
010740     END-IF
010750     ADD 1 TO WS-RECORD-COUNT.
010760 6300-EXIT.
010770     EXIT.
010780
010790*----------------------------------------------------------------*
010800* 8000-TERMINATE                                                 *
010810*    CLOSES THE REPORT WHEN THE RUN GOT FAR ENOUGH TO OPEN IT.   *
010820*----------------------------------------------------------------*
010830 8000-TERMINATE.
010840     IF WS-ENVIRONMENT-OK
010850         CLOSE PRINT-FILE
010860         MOVE "PRTFILE " TO FSTAT-DD-NAME
010870         MOVE "CLOSE   " TO FSTAT-OPERATION
010880         MOVE WS-PRINT-FILE-STATUS TO FSTAT-FILE-STATUS
010890         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
010900     END-IF.
010910 8000-EXIT.
010920     EXIT.
010930
010940*----------------------------------------------------------------*
010950* 9800-CHECK-FILE-STATUS                                         *
010960*    ROUTES A FILE STATUS THROUGH THE SHARED COBFSTAT HANDLER.  *
010970*    THE CALLER SETS FSTAT-DD-NAME, FSTAT-OPERATION, AND        *
010980*    FSTAT-FILE-STATUS FIRST.  A RECOMMENDED RETURN CODE        *
010990*    HIGHER THAN THE ONE ALREADY POSTED REPLACES IT, SO THE     *
011000*    STEP ENDS WITH THE WORST THING THAT HAPPENED TO IT.        *
011010*----------------------------------------------------------------*
011020 9800-CHECK-FILE-STATUS.
011030     MOVE WS-JH-JOB-NAME TO FSTAT-JOB-NAME
011040     MOVE WS-JH-RUN-ID   TO FSTAT-RUN-ID
011050     CALL "COBFSTAT" USING FSTAT-AREA
011060     IF FSTAT-RETURN-CODE > WS-FINAL-RETURN-CODE
011070         MOVE FSTAT-RETURN-CODE TO WS-FINAL-RETURN-CODE
011080     END-IF.
011090 9800-EXIT.
011100     EXIT.
