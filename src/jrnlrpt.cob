000010******************************************************************
000020* PROGRAM-ID : JRNLRPT                                          *
000030* AUTHOR     : D. L. FENWICK                                    *
000040* INSTALLATION : SHOP BATCH SUPPORT SECTION                      *
000050* DATE-WRITTEN  : 2026-10-15                                     *
000060*                                                                *
000070* CONTROL-FILE CHANGE JOURNAL INQUIRY REPORT.  THE MAINTENANCE   *
000080* STEPS (MSGMAINT AGAINST MSGFILE, CALBUILD AGAINST CALFILE,     *
000090* ALERTACK AGAINST ALERTFIL) USED TO LEAVE NOTHING BEHIND BUT    *
000100* THEIR SYSOUT CHANGE REPORTS, SO "WHO CHANGED THIS MESSAGE,     *
000110* AND WHAT DID IT SAY BEFORE" HAD NO ANSWER ONCE THE OUTPUT HAD  *
000120* BEEN PURGED.  EVERY CHANGE THEY COMMIT NOW LANDS ON THE        *
000130* APPEND-ONLY CHANGE JOURNAL (JRNLFILE - SEE COPYBOOK JRNLREC),  *
000140* THE SAME DURABLE TRAIL AUDITLOG GIVES CHAIN EXECUTIONS.        *
000150*                                                                *
000160* THIS STEP READS THE JOURNAL FRONT TO BACK AND PRINTS EVERY     *
000170* RECORD THAT MATCHES THE OPTIONAL JRNLCARD SELECTION CARD - BY  *
000180* FILE, BY RECORD KEY (OR ITS LEADING PART), BY CHANGE-DATE      *
000190* RANGE, AND BY OPERATOR; A BLANK FIELD SELECTS EVERYTHING.      *
000200* EACH SELECTED CHANGE PRINTS A DETAIL LINE (WHEN, WHICH FILE    *
000210* AND KEY, WHAT ACTION, WHO, AND WHICH RUN) FOLLOWED BY THE      *
000220* BEFORE AND AFTER IMAGES OF THE RECORD.                         *
000230*                                                                *
000240* RETURN CODES: 0 = REPORT PRINTED (A MISSING OR EMPTY JOURNAL   *
000250* IS REPORTED, NOT AN ERROR - NOTHING HAS BEEN MAINTAINED YET);  *
000260* 12 AND ABOVE = I/O FAILURE, FROM THE SHARED COBFSTAT HANDLER.  *
000270*------------------------------------------------------------------
000280* MOD HISTORY                                                    *
000290*   2026-10-15  DLF  INITIAL VERSION.                            *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    JRNLRPT.
000330 AUTHOR.        D. L. FENWICK.
000340 INSTALLATION.  SHOP BATCH SUPPORT SECTION.
000350 DATE-WRITTEN.  2026-10-15.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT JRNQ-FILE
000420         ASSIGN TO "JRNLCARD"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-JRNQ-FILE-STATUS.
000450
000460     SELECT JOURNAL-FILE
000470         ASSIGN TO "JRNLFILE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-JRNL-FILE-STATUS.
000500
000510     SELECT PRINT-FILE
000520         ASSIGN TO "PRTFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PRINT-FILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580*----------------------------------------------------------------*
000590*    OPTIONAL SELECTION CONTROL CARD.                            *
000600*----------------------------------------------------------------*
000610 FD  JRNQ-FILE
000620     RECORDING MODE IS F.
000630     COPY JRNLCARD.
000640
000650*----------------------------------------------------------------*
000660*    CONTROL-FILE CHANGE JOURNAL, READ FRONT TO BACK.            *
000670*----------------------------------------------------------------*
000680 FD  JOURNAL-FILE
000690     RECORDING MODE IS F.
000700     COPY JRNLREC.
000710
000720*----------------------------------------------------------------*
000730*    INQUIRY SYSOUT REPORT.  A 133-BYTE RECORD - ONE CARRIAGE-   *
000740*    CONTROL BYTE FOLLOWED BY 132 BYTES OF PRINT TEXT.           *
000750*----------------------------------------------------------------*
000760 FD  PRINT-FILE
000770     RECORDING MODE IS F.
000780 01  PRT-FILE-RECORD.
000790     05  PRT-CARRIAGE-CONTROL    PIC X(01).
000800     05  PRT-TEXT                PIC X(132).
000810
000820 WORKING-STORAGE SECTION.
000830*----------------------------------------------------------------*
000840*    SHOP-STANDARD JOB HEADER.                                   *
000850*----------------------------------------------------------------*
000860 COPY JOBHDR.
000870
000880*----------------------------------------------------------------*
000890*    PARAMETER AREA USED TO ROUTE FILE STATUS CODES THROUGH    *
000900*    THE SHARED COBFSTAT HANDLER (SEE 9800-CHECK-FILE-STATUS). *
000910*----------------------------------------------------------------*
000920 COPY FSTATMSG.
000930
000940*----------------------------------------------------------------*
000950*    FILE STATUS WORK AREAS.                                     *
000960*----------------------------------------------------------------*
000970 77  WS-JRNQ-FILE-STATUS          PIC X(02) VALUE "00".
000980 77  WS-JRNL-FILE-STATUS          PIC X(02) VALUE "00".
000990 77  WS-PRINT-FILE-STATUS         PIC X(02) VALUE "00".
001000
001010*----------------------------------------------------------------*
001020*    SWITCHES.                                                   *
001030*----------------------------------------------------------------*
001040 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
001050     88  WS-EOF                       VALUE "Y".
001060 77  WS-SELECT-SWITCH             PIC X(01) VALUE "N".
001070     88  WS-RECORD-SELECTED           VALUE "Y".
001080
001090*----------------------------------------------------------------*
001100*    SELECTION CRITERIA, FROM THE CONTROL CARD.  A BLANK FILE,   *
001110*    KEY, OR OPERATOR SELECTS EVERYTHING; THE KEY IS MATCHED ON  *
001120*    ITS SIGNIFICANT LENGTH ONLY, SO A LEADING PART OF A KEY     *
001130*    SELECTS EVERY KEY THAT STARTS WITH IT.  A BLANK FROM-DATE   *
001140*    MEANS THE START OF THE JOURNAL, A BLANK TO-DATE TODAY.      *
001150*----------------------------------------------------------------*
001160 77  WS-SEL-FILE-NAME             PIC X(08) VALUE SPACES.
001170 77  WS-SEL-RECORD-KEY            PIC X(30) VALUE SPACES.
001180 77  WS-SEL-KEY-LENGTH            PIC 9(04) COMP VALUE ZERO.
001190 77  WS-SEL-OPERATOR              PIC X(03) VALUE SPACES.
001200 77  WS-FROM-DATE                 PIC X(08) VALUE "00000000".
001210 77  WS-TO-DATE                   PIC X(08) VALUE SPACES.
001220
001230*----------------------------------------------------------------*
001240*    INQUIRY COUNTERS.                                           *
001250*----------------------------------------------------------------*
001260 77  WS-JRNL-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001270 77  WS-JRNL-SELECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
001280
001290*----------------------------------------------------------------*
001300*    RETURN-CODE WORK AREA.                                      *
001310*----------------------------------------------------------------*
001320 77  WS-FINAL-RETURN-CODE         PIC 9(04) VALUE ZERO.
001330
001340*----------------------------------------------------------------*
001350*    MISCELLANEOUS NUMERIC/DATE WORK AREAS.                      *
001360*----------------------------------------------------------------*
001370 77  WS-SYSDATE                   PIC 9(06) VALUE ZERO.
001380 77  WS-SYSTIME                   PIC 9(08) VALUE ZERO.
001390
001400*----------------------------------------------------------------*
001410*    RECORD IMAGE WORK AREA.  AN IMAGE IS PRINTED 110 BYTES TO   *
001420*    A LINE; THE REMAINDER GOES ON A CONTINUATION LINE WHEN IT   *
001430*    IS NOT BLANK.                                               *
001440*----------------------------------------------------------------*
001450 01  WS-IMAGE-WORK.
001460     05  WS-IMAGE-PART-1          PIC X(110).
001470     05  WS-IMAGE-PART-2          PIC X(40).
001480
001490*----------------------------------------------------------------*
001500*    REPORT LINE LAYOUTS.                                        *
001510*----------------------------------------------------------------*
001520 01  WS-TITLE-LINE                PIC X(132) VALUE
001530     "JRNLRPT - CONTROL-FILE CHANGE JOURNAL INQUIRY".
001540 01  WS-RUNDATE-LINE              PIC X(132) VALUE SPACES.
001550 01  WS-RANGE-LINE                PIC X(132) VALUE SPACES.
001560 01  WS-SELECTION-LINE            PIC X(132) VALUE SPACES.
001570
001580 01  WS-DETAIL-HEADER-1.
001590     05  FILLER                   PIC X(14) VALUE "CHANGED".
001600     05  FILLER                   PIC X(02) VALUE SPACES.
001610     05  FILLER                   PIC X(08) VALUE "FILE".
001620     05  FILLER                   PIC X(02) VALUE SPACES.
001630     05  FILLER                   PIC X(30) VALUE "RECORD KEY".
001640     05  FILLER                   PIC X(02) VALUE SPACES.
001650     05  FILLER                   PIC X(08) VALUE "ACTION".
001660     05  FILLER                   PIC X(02) VALUE SPACES.
001670     05  FILLER                   PIC X(03) VALUE "OPR".
001680     05  FILLER                   PIC X(02) VALUE SPACES.
001690     05  FILLER                   PIC X(14) VALUE "RUN-ID".
001700     05  FILLER                   PIC X(02) VALUE SPACES.
001710     05  FILLER                   PIC X(08) VALUE "JOB".
001720     05  FILLER                   PIC X(02) VALUE SPACES.
001730     05  FILLER                   PIC X(05) VALUE "  SEQ".
001740     05  FILLER                   PIC X(28) VALUE SPACES.
001750
001760 01  WS-DETAIL-LINE.
001770     05  WS-DTL-TIMESTAMP         PIC X(14).
001780     05  FILLER                   PIC X(02) VALUE SPACES.
001790     05  WS-DTL-FILE-NAME         PIC X(08).
001800     05  FILLER                   PIC X(02) VALUE SPACES.
001810     05  WS-DTL-RECORD-KEY        PIC X(30).
001820     05  FILLER                   PIC X(02) VALUE SPACES.
001830     05  WS-DTL-ACTION            PIC X(08).
001840     05  FILLER                   PIC X(02) VALUE SPACES.
001850     05  WS-DTL-OPERATOR          PIC X(03).
001860     05  FILLER                   PIC X(02) VALUE SPACES.
001870     05  WS-DTL-RUN-ID            PIC X(14).
001880     05  FILLER                   PIC X(02) VALUE SPACES.
001890     05  WS-DTL-JOB-NAME          PIC X(08).
001900     05  FILLER                   PIC X(02) VALUE SPACES.
001910     05  WS-DTL-SEQUENCE          PIC ZZZZ9.
001920     05  FILLER                   PIC X(28) VALUE SPACES.
001930
001940 01  WS-IMAGE-LINE.
001950     05  FILLER                   PIC X(04) VALUE SPACES.
001960     05  WS-IMG-TAG               PIC X(08).
001970     05  WS-IMG-TEXT              PIC X(110).
001980     05  FILLER                   PIC X(10) VALUE SPACES.
001990
002000 01  WS-COUNT-LINE                PIC X(132) VALUE SPACES.
002010 77  WS-EDIT-COUNT                PIC ZZZZZZ9.
002020 77  WS-EDIT-COUNT-2              PIC ZZZZZZ9.
002030
002040******************************************************************
002050* 0000-MAINLINE                                                  *
002060*    TOP-LEVEL CONTROL FLOW.  RESOLVES THE SELECTION, PRINTS     *
002070*    EVERY MATCHING JOURNAL RECORD WITH ITS IMAGES, AND CLOSES   *
002080*    WITH THE COUNTS.                                            *
002090******************************************************************
002100 PROCEDURE DIVISION.
002110
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002140     PERFORM 3000-SCAN-JOURNAL THRU 3000-EXIT
002150     PERFORM 8000-TERMINATE THRU 8000-EXIT
002160     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
002170     GOBACK.
002180
002190*----------------------------------------------------------------*
002200* 1000-INITIALIZE                                                *
002210*    STAMPS THE JOB HEADER, READS THE OPTIONAL SELECTION CARD    *
002220*    (A NON-NUMERIC DATE IS IGNORED AND THE DEFAULT KEPT, AS IN  *
002230*    AUDHIST), FINDS THE SIGNIFICANT LENGTH OF THE SELECTED KEY, *
002240*    AND OPENS THE REPORT.                                       *
002250*----------------------------------------------------------------*
002260 1000-INITIALIZE.
002270     MOVE "JRNLRPT " TO WS-JH-JOB-NAME
002280     ACCEPT WS-SYSDATE FROM DATE
002290     ACCEPT WS-SYSTIME FROM TIME
002300     MOVE "20"         TO WS-JH-RUN-DATE(1:2)
002310     MOVE WS-SYSDATE   TO WS-JH-RUN-DATE(3:6)
002320     MOVE WS-SYSTIME   TO WS-JH-RUN-TIME
002330     STRING WS-JH-RUN-DATE DELIMITED BY SIZE
002340            "000000"       DELIMITED BY SIZE
002350            INTO WS-JH-RUN-ID
002360     END-STRING
002370     MOVE WS-JH-RUN-DATE TO WS-TO-DATE
002380     OPEN INPUT JRNQ-FILE
002390     IF WS-JRNQ-FILE-STATUS = "00"
002400         READ JRNQ-FILE
002410             AT END
002420                 CONTINUE
002430             NOT AT END
002440                 MOVE JRQ-FILE-NAME  TO WS-SEL-FILE-NAME
002450                 MOVE JRQ-RECORD-KEY TO WS-SEL-RECORD-KEY
002460                 MOVE JRQ-OPERATOR   TO WS-SEL-OPERATOR
002470                 IF JRQ-FROM-DATE NOT = SPACES
002480                     AND JRQ-FROM-DATE IS NUMERIC
002490                     MOVE JRQ-FROM-DATE TO WS-FROM-DATE
002500                 END-IF
002510                 IF JRQ-TO-DATE NOT = SPACES
002520                     AND JRQ-TO-DATE IS NUMERIC
002530                     MOVE JRQ-TO-DATE TO WS-TO-DATE
002540                 END-IF
002550         END-READ
002560         CLOSE JRNQ-FILE
002570     END-IF
002580     PERFORM 1100-FIND-KEY-LENGTH THRU 1100-EXIT
002590         VARYING WS-SEL-KEY-LENGTH FROM 30 BY -1
002600         UNTIL WS-SEL-KEY-LENGTH = ZERO
002610            OR WS-SEL-RECORD-KEY(WS-SEL-KEY-LENGTH:1)
002620                                           NOT = SPACE
002630     OPEN OUTPUT PRINT-FILE
002640     PERFORM 5100-WRITE-REPORT-HEADERS THRU 5100-EXIT.
002650 1000-EXIT.
002660     EXIT.
002670
002680*----------------------------------------------------------------*
002690* 1100-FIND-KEY-LENGTH                                           *
002700*    THE VARYING CLAUSE IN 1000 DOES THE WORK - IT STEPS BACK    *
002710*    FROM THE END OF THE SELECTED KEY TO ITS LAST NON-BLANK      *
002720*    BYTE, LEAVING ZERO FOR A BLANK (SELECT-ALL) KEY.            *
002730*----------------------------------------------------------------*
002740 1100-FIND-KEY-LENGTH.
002750     CONTINUE.
002760 1100-EXIT.
002770     EXIT.
002780
002790*----------------------------------------------------------------*
002800* 3000-SCAN-JOURNAL                                              *
002810*    READS THE CHANGE JOURNAL FRONT TO BACK, PRINTING EVERY      *
002820*    SELECTED RECORD.  A MISSING JOURNAL IS REPORTED, NOT FATAL  *
002830*    - NO MAINTENANCE STEP HAS COMMITTED A CHANGE YET.           *
002840*----------------------------------------------------------------*
002850 3000-SCAN-JOURNAL.
002860     OPEN INPUT JOURNAL-FILE
002870     EVALUATE TRUE
002880         WHEN WS-JRNL-FILE-STATUS = "00"
002890             MOVE "N" TO WS-EOF-SWITCH
002900             PERFORM 3010-READ-JOURNAL-RECORD THRU 3010-EXIT
002910                 UNTIL WS-EOF
002920             CLOSE JOURNAL-FILE
002930         WHEN WS-JRNL-FILE-STATUS = "05"
002940             OR WS-JRNL-FILE-STATUS = "35"
002950             MOVE " " TO PRT-CARRIAGE-CONTROL
002960             MOVE "CHANGE JOURNAL NOT AVAILABLE - NO CHANGES"
002970                 TO PRT-TEXT
002980             WRITE PRT-FILE-RECORD
002990         WHEN OTHER
003000             MOVE "JRNLFILE" TO FSTAT-DD-NAME
003010             MOVE "OPEN    " TO FSTAT-OPERATION
003020             MOVE WS-JRNL-FILE-STATUS TO FSTAT-FILE-STATUS
003030             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003040     END-EVALUATE.
003050 3000-EXIT.
003060     EXIT.
003070
003080 3010-READ-JOURNAL-RECORD.
003090     READ JOURNAL-FILE
003100         AT END
003110             SET WS-EOF TO TRUE
003120         NOT AT END
003130             ADD 1 TO WS-JRNL-READ-COUNT
003140             PERFORM 3100-APPLY-SELECTION THRU 3100-EXIT
003150             IF WS-RECORD-SELECTED
003160                 ADD 1 TO WS-JRNL-SELECTED-COUNT
003170                 PERFORM 4000-PRINT-JOURNAL-RECORD THRU 4000-EXIT
003180             END-IF
003190     END-READ.
003200 3010-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------*
003240* 3100-APPLY-SELECTION                                           *
003250*    SETS THE SELECT SWITCH WHEN THE JOURNAL RECORD PASSES       *
003260*    EVERY CRITERION ON THE CONTROL CARD.                        *
003270*----------------------------------------------------------------*
003280 3100-APPLY-SELECTION.
003290     MOVE "N" TO WS-SELECT-SWITCH
003300     IF JRN-CHANGE-TIMESTAMP(1:8) < WS-FROM-DATE
003310         OR JRN-CHANGE-TIMESTAMP(1:8) > WS-TO-DATE
003320         GO TO 3100-EXIT
003330     END-IF
003340     IF WS-SEL-FILE-NAME NOT = SPACES
003350         AND JRN-FILE-NAME NOT = WS-SEL-FILE-NAME
003360         GO TO 3100-EXIT
003370     END-IF
003380     IF WS-SEL-OPERATOR NOT = SPACES
003390         AND JRN-OPERATOR NOT = WS-SEL-OPERATOR
003400         GO TO 3100-EXIT
003410     END-IF
003420     IF WS-SEL-KEY-LENGTH > ZERO
003430         IF JRN-RECORD-KEY(1:WS-SEL-KEY-LENGTH)
003440             NOT = WS-SEL-RECORD-KEY(1:WS-SEL-KEY-LENGTH)
003450             GO TO 3100-EXIT
003460         END-IF
003470     END-IF
003480     SET WS-RECORD-SELECTED TO TRUE.
003490 3100-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------------*
003530* 4000-PRINT-JOURNAL-RECORD                                      *
003540*    PRINTS THE DETAIL LINE FOR ONE SELECTED CHANGE, THEN ITS    *
003550*    BEFORE AND AFTER IMAGES.  A BLANK IMAGE (THE BEFORE IMAGE   *
003560*    OF AN ADD, THE AFTER IMAGE OF A DELETE) PRINTS AS (NONE).   *
003570*----------------------------------------------------------------*
003580 4000-PRINT-JOURNAL-RECORD.
003590     MOVE JRN-CHANGE-TIMESTAMP TO WS-DTL-TIMESTAMP
003600     MOVE JRN-FILE-NAME        TO WS-DTL-FILE-NAME
003610     MOVE JRN-RECORD-KEY       TO WS-DTL-RECORD-KEY
003620     MOVE JRN-ACTION           TO WS-DTL-ACTION
003630     MOVE JRN-OPERATOR         TO WS-DTL-OPERATOR
003640     MOVE JRN-RUN-ID           TO WS-DTL-RUN-ID
003650     MOVE JRN-JOB-NAME         TO WS-DTL-JOB-NAME
003660     MOVE JRN-SEQUENCE         TO WS-DTL-SEQUENCE
003670     MOVE "0" TO PRT-CARRIAGE-CONTROL
003680     MOVE WS-DETAIL-LINE TO PRT-TEXT
003690     WRITE PRT-FILE-RECORD
003700     MOVE "BEFORE: " TO WS-IMG-TAG
003710     MOVE JRN-BEFORE-IMAGE TO WS-IMAGE-WORK
003720     PERFORM 4100-PRINT-IMAGE THRU 4100-EXIT
003730     MOVE "AFTER:  " TO WS-IMG-TAG
003740     MOVE JRN-AFTER-IMAGE TO WS-IMAGE-WORK
003750     PERFORM 4100-PRINT-IMAGE THRU 4100-EXIT.
003760 4000-EXIT.
003770     EXIT.
003780
003790 4100-PRINT-IMAGE.
003800     IF WS-IMAGE-WORK = SPACES
003810         MOVE "(NONE)" TO WS-IMG-TEXT
003820     ELSE
003830         MOVE WS-IMAGE-PART-1 TO WS-IMG-TEXT
003840     END-IF
003850     MOVE " " TO PRT-CARRIAGE-CONTROL
003860     MOVE WS-IMAGE-LINE TO PRT-TEXT
003870     WRITE PRT-FILE-RECORD
003880     IF WS-IMAGE-PART-2 NOT = SPACES
003890         MOVE SPACES TO WS-IMG-TAG
003900         MOVE WS-IMAGE-PART-2 TO WS-IMG-TEXT
003910         MOVE " " TO PRT-CARRIAGE-CONTROL
003920         MOVE WS-IMAGE-LINE TO PRT-TEXT
003930         WRITE PRT-FILE-RECORD
003940     END-IF.
003950 4100-EXIT.
003960     EXIT.
003970
003980*----------------------------------------------------------------*
003990* 5100-WRITE-REPORT-HEADERS                                      *
004000*    PRINTS THE TITLE, THE RUN STAMP, THE DATE RANGE AND OTHER   *
004010*    SELECTION CRITERIA IN FORCE, AND THE DETAIL COLUMN HEADER.  *
004020*----------------------------------------------------------------*
004030 5100-WRITE-REPORT-HEADERS.
004040     MOVE "1" TO PRT-CARRIAGE-CONTROL
004050     MOVE WS-TITLE-LINE TO PRT-TEXT
004060     WRITE PRT-FILE-RECORD
004070     MOVE SPACES TO WS-RUNDATE-LINE
004080     STRING "RUN DATE: "    DELIMITED BY SIZE
004090            WS-JH-RUN-DATE  DELIMITED BY SIZE
004100            "   RUN TIME: " DELIMITED BY SIZE
004110            WS-JH-RUN-TIME  DELIMITED BY SIZE
004120            "   JOB: "      DELIMITED BY SIZE
004130            WS-JH-JOB-NAME  DELIMITED BY SIZE
004140            INTO WS-RUNDATE-LINE
004150     END-STRING
004160     MOVE " " TO PRT-CARRIAGE-CONTROL
004170     MOVE WS-RUNDATE-LINE TO PRT-TEXT
004180     WRITE PRT-FILE-RECORD
004190     MOVE SPACES TO WS-RANGE-LINE
004200     STRING "REPORTING RANGE: " DELIMITED BY SIZE
004210            WS-FROM-DATE        DELIMITED BY SIZE
004220            " THROUGH "         DELIMITED BY SIZE
004230            WS-TO-DATE          DELIMITED BY SIZE
004240            INTO WS-RANGE-LINE
004250     END-STRING
004260     MOVE " " TO PRT-CARRIAGE-CONTROL
004270     MOVE WS-RANGE-LINE TO PRT-TEXT
004280     WRITE PRT-FILE-RECORD
004290     IF WS-SEL-FILE-NAME = SPACES
004300         MOVE "(ALL)" TO WS-SEL-FILE-NAME
004310     END-IF
004320     IF WS-SEL-OPERATOR = SPACES
004330         MOVE "ALL" TO WS-SEL-OPERATOR
004340     END-IF
004350     MOVE SPACES TO WS-SELECTION-LINE
004360     STRING "SELECTED FILE: "  DELIMITED BY SIZE
004370            WS-SEL-FILE-NAME   DELIMITED BY SIZE
004380            "   KEY: "         DELIMITED BY SIZE
004390            WS-SEL-RECORD-KEY  DELIMITED BY SIZE
004400            "   OPERATOR: "    DELIMITED BY SIZE
004410            WS-SEL-OPERATOR    DELIMITED BY SIZE
004420            INTO WS-SELECTION-LINE
004430     END-STRING
004440     IF WS-SEL-KEY-LENGTH = ZERO
004450         MOVE "(ALL)" TO WS-SELECTION-LINE(32:5)
004460     END-IF
004470     IF WS-SEL-FILE-NAME = "(ALL)"
004480         MOVE SPACES TO WS-SEL-FILE-NAME
004490     END-IF
004500     IF WS-SEL-OPERATOR = "ALL"
004510         MOVE SPACES TO WS-SEL-OPERATOR
004520     END-IF
004530     MOVE " " TO PRT-CARRIAGE-CONTROL
004540     MOVE WS-SELECTION-LINE TO PRT-TEXT
004550     WRITE PRT-FILE-RECORD
004560     MOVE "-" TO PRT-CARRIAGE-CONTROL
004570     MOVE WS-DETAIL-HEADER-1 TO PRT-TEXT
004580     WRITE PRT-FILE-RECORD.
004590 5100-EXIT.
004600     EXIT.
004610
004620*----------------------------------------------------------------*
004630* 8000-TERMINATE                                                 *
004640*    PRINTS THE INQUIRY COUNTS AND CLOSES THE REPORT.            *
004650*----------------------------------------------------------------*
004660 8000-TERMINATE.
004670     MOVE WS-JRNL-READ-COUNT     TO WS-EDIT-COUNT
004680     MOVE WS-JRNL-SELECTED-COUNT TO WS-EDIT-COUNT-2
004690     MOVE SPACES TO WS-COUNT-LINE
004700     STRING "JOURNAL RECORDS READ: " DELIMITED BY SIZE
004710            WS-EDIT-COUNT            DELIMITED BY SIZE
004720            "   SELECTED: "          DELIMITED BY SIZE
004730            WS-EDIT-COUNT-2          DELIMITED BY SIZE
004740            INTO WS-COUNT-LINE
004750     END-STRING
004760     MOVE "-" TO PRT-CARRIAGE-CONTROL
004770     MOVE WS-COUNT-LINE TO PRT-TEXT
004780     WRITE PRT-FILE-RECORD
004790     CLOSE PRINT-FILE
004800     MOVE "PRTFILE " TO FSTAT-DD-NAME
004810     MOVE "CLOSE   " TO FSTAT-OPERATION
004820     MOVE WS-PRINT-FILE-STATUS TO FSTAT-FILE-STATUS
004830     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
004840 8000-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------*
004880* 9800-CHECK-FILE-STATUS                                         *
004890*    ROUTES A FILE STATUS THROUGH THE SHARED COBFSTAT HANDLER.  *
004900*    THE CALLER SETS FSTAT-DD-NAME, FSTAT-OPERATION, AND        *
004910*    FSTAT-FILE-STATUS FIRST.  A RECOMMENDED RETURN CODE        *
004920*    HIGHER THAN THE ONE ALREADY POSTED REPLACES IT, SO THE     *
004930*    STEP ENDS WITH THE WORST THING THAT HAPPENED TO IT.        *
004940*----------------------------------------------------------------*
004950 9800-CHECK-FILE-STATUS.
004960     MOVE WS-JH-JOB-NAME TO FSTAT-JOB-NAME
004970     MOVE WS-JH-RUN-ID   TO FSTAT-RUN-ID
004980     CALL "COBFSTAT" USING FSTAT-AREA
004990     IF FSTAT-RETURN-CODE > WS-FINAL-RETURN-CODE
005000         MOVE FSTAT-RETURN-CODE TO WS-FINAL-RETURN-CODE
005010     END-IF.
005020 9800-EXIT.
005030     EXIT.
