000010******************************************************************
000020* PROGRAM-ID : CTLREST                                          *
000030* AUTHOR     : D. L. FENWICK                                    *
000040* INSTALLATION : SHOP BATCH SUPPORT SECTION                      *
000050* DATE-WRITTEN  : 2026-10-15                                     *
000060*                                                                *
000070* CONTROL-FILE RESTORE FROM SNAPSHOT.  ROLLS ONE CONTROL FILE -  *
000080* MSGFILE, CALFILE, SLAFILE, BASEFILE, OR DAYSTATE - BACK TO A   *
000090* SNAPSHOT TAKEN BY CTLSNAP, AS A CONTROLLED OPERATION: THE      *
000100* RESTCARD NAMES THE FILE, THE SNAPSHOT DATE, AND THE OPERATOR,  *
000110* AND NOTHING IS RELEASED FOR COPY-BACK UNTIL THE SNAPSHOT HAS   *
000120* BEEN CHECKED AGAINST ITS MANIFEST RECORD.                      *
000130*                                                                *
000140* THE MANIFEST AND EVERY SNAPSHOT DATASET ARE READ AS THE WHOLE  *
000150* GENERATION GROUP, NEWEST GENERATION FIRST.  THE MANIFEST IS    *
000160* SCANNED FOR THE FILE'S RECORDS: EACH IS LISTED ON THE REPORT,  *
000170* AND THE FIRST (LATEST) ONE CARRYING THE CARD'S DATE IS THE     *
000180* SNAPSHOT WANTED.  BECAUSE EVERY CTLSNAP RUN WRITES ONE         *
000190* GENERATION OF EVERY DATASET, AND EACH GENERATION HOLDS EXACTLY *
000200* ITS MANIFEST RECORD COUNT, THE SNAPSHOT'S RECORDS START AFTER  *
000210* THE RECORD COUNTS OF THE NEWER MANIFEST RECORDS FOR THE FILE.  *
000220*                                                                *
000230* PASS ONE STEPS OVER THOSE RECORDS AND RECOMPUTES THE RECORD    *
000240* COUNT, KEY RANGE, AND HASH TOTAL OF THE SNAPSHOT THROUGH THE   *
000250* SAME SNAPSUM ROUTINE CTLSNAP USED, AND PRINTS THEM BESIDE THE  *
000260* MANIFEST'S FIGURES.  ONLY IF ALL FOUR AGREE DOES PASS TWO COPY *
000270* THE SNAPSHOT TO THE FILE'S STAGING DATASET, AND THE STEP ENDS  *
000280* WITH THE FILE'S OWN RETURN CODE, WHICH RELEASES THE JCL STEP   *
000290* THAT COPIES THAT STAGING DATASET OVER THAT LIVE FILE.  A       *
000300* REFUSED RESTORE STAGES NOTHING AND LEAVES EVERY LIVE FILE      *
000310* UNTOUCHED.  A RELEASED OR REFUSED RESTORE WRITES A WARNING     *
000320* ALERT TO ALERTFIL WITH THE FILE, THE SNAPSHOT, AND THE         *
000330* OPERATOR, SO EVERY ROLLBACK IS ON THE OPERATIONS RECORD.       *
000340*                                                                *
000350* RETURN CODES: 1 = MSGFILE, 2 = CALFILE, 3 = SLAFILE, 4 =       *
000360* BASEFILE, 5 = DAYSTATE VERIFIED AND STAGED (THE MATCHING       *
000370* COPY-BACK RUNS); 8 = REFUSED - NO SNAPSHOT OF THE DATE, THE    *
000380* SNAPSHOT WAS NOT COPIED WHOLE, OR IT DOES NOT MATCH ITS        *
000390* MANIFEST; 12 = I/O FAILURE; 16 = RESTORE CARD MISSING OR       *
000400* INVALID (INCLUDING NO OPERATOR INITIALS), OR THE MANIFEST      *
000410* CANNOT BE READ.                                                *
000420*------------------------------------------------------------------
000430* MOD HISTORY                                                    *
000440*   2026-10-15  DLF  INITIAL VERSION.                            *
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.    CTLREST.
000480 AUTHOR.        D. L. FENWICK.
000490 INSTALLATION.  SHOP BATCH SUPPORT SECTION.
000500 DATE-WRITTEN.  2026-10-15.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT REST-CARD-FILE
000570         ASSIGN TO "RESTCARD"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-REST-CARD-STATUS.
000600
000610     SELECT SNAP-MAN-FILE
000620         ASSIGN TO "SNAPMAN"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SNAP-MAN-STATUS.
000650
000660     SELECT SNAP-MSG-FILE
000670         ASSIGN TO "SNAPMSG"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-SNAP-MSG-STATUS.
000700
000710     SELECT SNAP-CAL-FILE
000720         ASSIGN TO "SNAPCAL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-SNAP-CAL-STATUS.
000750
000760     SELECT SNAP-SLA-FILE
000770         ASSIGN TO "SNAPSLA"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-SNAP-SLA-STATUS.
000800
000810     SELECT SNAP-BASE-FILE
000820         ASSIGN TO "SNAPBASE"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-SNAP-BASE-STATUS.
000850
000860     SELECT SNAP-DAYS-FILE
000870         ASSIGN TO "SNAPDAYS"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-SNAP-DAYS-STATUS.
000900
000910     SELECT REST-MSG-FILE
000920         ASSIGN TO "RESTMSG"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-REST-MSG-STATUS.
000950
000960     SELECT REST-CAL-FILE
000970         ASSIGN TO "RESTCAL"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-REST-CAL-STATUS.
001000
001010     SELECT REST-SLA-FILE
001020         ASSIGN TO "RESTSLA"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-REST-SLA-STATUS.
001050
001060     SELECT REST-BASE-FILE
001070         ASSIGN TO "RESTBASE"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-REST-BASE-STATUS.
001100
001110     SELECT REST-DAYS-FILE
001120         ASSIGN TO "RESTDAYS"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-REST-DAYS-STATUS.
001150
001160     SELECT ALERT-FILE
001170         ASSIGN TO "ALERTFIL"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-ALERT-FILE-STATUS.
001200
001210     SELECT PRINT-FILE
001220         ASSIGN TO "PRTFILE"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-PRINT-FILE-STATUS.
001250
001260 DATA DIVISION.
001270 FILE SECTION.
001280*----------------------------------------------------------------*
001290*    RESTORE CARD - FILE, SNAPSHOT DATE, OPERATOR.               *
001300*----------------------------------------------------------------*
001310 FD  REST-CARD-FILE
001320     RECORDING MODE IS F.
001330     COPY RESTCARD.
001340
001350*----------------------------------------------------------------*
001360*    SNAPSHOT MANIFEST, EVERY GENERATION, NEWEST FIRST.          *
001370*----------------------------------------------------------------*
001380 FD  SNAP-MAN-FILE
001390     RECORDING MODE IS F.
001400     COPY SNAPMAN.
001410
001420*----------------------------------------------------------------*
001430*    SNAPSHOT DATASETS, EVERY GENERATION, NEWEST FIRST - ONE PER *
001440*    CONTROL FILE AT THAT FILE'S RECORD LENGTH.  ONLY THE ONE    *
001450*    FOR THE CARD'S FILE IS OPENED.                              *
001460*----------------------------------------------------------------*
001470 FD  SNAP-MSG-FILE
001480     RECORDING MODE IS F.
001490 01  SNAP-MSG-RECORD             PIC X(102).
001500
001510 FD  SNAP-CAL-FILE
001520     RECORDING MODE IS F.
001530 01  SNAP-CAL-RECORD             PIC X(80).
001540
001550 FD  SNAP-SLA-FILE
001560     RECORDING MODE IS F.
001570 01  SNAP-SLA-RECORD             PIC X(80).
001580
001590 FD  SNAP-BASE-FILE
001600     RECORDING MODE IS F.
001610 01  SNAP-BASE-RECORD            PIC X(80).
001620
001630 FD  SNAP-DAYS-FILE
001640     RECORDING MODE IS F.
001650 01  SNAP-DAYS-RECORD            PIC X(42).
001660
001670*----------------------------------------------------------------*
001680*    STAGING DATASETS FOR THE COPY-BACK, ONE PER CONTROL FILE.   *
001690*    ONLY THE ONE FOR THE CARD'S FILE IS WRITTEN, AND ONLY ONCE  *
001700*    THE SNAPSHOT HAS BEEN VERIFIED.                             *
001710*----------------------------------------------------------------*
001720 FD  REST-MSG-FILE
001730     RECORDING MODE IS F.
001740 01  REST-MSG-RECORD             PIC X(102).
001750
001760 FD  REST-CAL-FILE
001770     RECORDING MODE IS F.
001780 01  REST-CAL-RECORD             PIC X(80).
001790
001800 FD  REST-SLA-FILE
001810     RECORDING MODE IS F.
001820 01  REST-SLA-RECORD             PIC X(80).
001830
001840 FD  REST-BASE-FILE
001850     RECORDING MODE IS F.
001860 01  REST-BASE-RECORD            PIC X(80).
001870
001880 FD  REST-DAYS-FILE
001890     RECORDING MODE IS F.
001900 01  REST-DAYS-RECORD            PIC X(42).
001910
001920*----------------------------------------------------------------*
001930*    OPERATIONS ALERT FILE - EXTENDED WITH ONE WARNING PER       *
001940*    RELEASED OR REFUSED RESTORE.                                *
001950*----------------------------------------------------------------*
001960 FD  ALERT-FILE
001970     RECORDING MODE IS F.
001980     COPY ALERTREC.
001990
002000*----------------------------------------------------------------*
002010*    RESTORE SYSOUT REPORT.  A 133-BYTE RECORD - ONE CARRIAGE-   *
002020*    CONTROL BYTE FOLLOWED BY 132 BYTES OF PRINT TEXT.           *
002030*----------------------------------------------------------------*
002040 FD  PRINT-FILE
002050     RECORDING MODE IS F.
002060 01  PRT-FILE-RECORD.
002070     05  PRT-CARRIAGE-CONTROL    PIC X(01).
002080     05  PRT-TEXT                PIC X(132).
002090
002100 WORKING-STORAGE SECTION.
002110*----------------------------------------------------------------*
002120*    SHOP-STANDARD JOB HEADER.                                   *
002130*----------------------------------------------------------------*
002140 COPY JOBHDR.
002150
002160*----------------------------------------------------------------*
002170*    PARAMETER AREA USED TO ROUTE FILE STATUS CODES THROUGH      *
002180*    THE SHARED COBFSTAT HANDLER (SEE 9800-CHECK-FILE-STATUS).   *
002190*----------------------------------------------------------------*
002200 COPY FSTATMSG.
002210
002220*----------------------------------------------------------------*
002230*    PARAMETER AREA FOR THE SHARED SNAPSUM KEY AND HASH ROUTINE. *
002240*    SUM-FILE-NAME HOLDS THE CARD'S FILE FOR THE WHOLE RUN.      *
002250*----------------------------------------------------------------*
002260 COPY SNAPSUM.
002270
002280*----------------------------------------------------------------*
002290*    FILE STATUS WORK AREAS.  WS-IO-STATUS AND WS-IO-DD-NAME     *
002300*    CARRY THE STATUS OF WHICHEVER SNAPSHOT OR STAGING DATASET   *
002310*    THE 5900/6900 PARAGRAPHS LAST TOUCHED.                      *
002320*----------------------------------------------------------------*
002330 77  WS-REST-CARD-STATUS          PIC X(02) VALUE "00".
002340 77  WS-SNAP-MAN-STATUS           PIC X(02) VALUE "00".
002350 77  WS-SNAP-MSG-STATUS           PIC X(02) VALUE "00".
002360 77  WS-SNAP-CAL-STATUS           PIC X(02) VALUE "00".
002370 77  WS-SNAP-SLA-STATUS           PIC X(02) VALUE "00".
002380 77  WS-SNAP-BASE-STATUS          PIC X(02) VALUE "00".
002390 77  WS-SNAP-DAYS-STATUS          PIC X(02) VALUE "00".
002400 77  WS-REST-MSG-STATUS           PIC X(02) VALUE "00".
002410 77  WS-REST-CAL-STATUS           PIC X(02) VALUE "00".
002420 77  WS-REST-SLA-STATUS           PIC X(02) VALUE "00".
002430 77  WS-REST-BASE-STATUS          PIC X(02) VALUE "00".
002440 77  WS-REST-DAYS-STATUS          PIC X(02) VALUE "00".
002450 77  WS-ALERT-FILE-STATUS         PIC X(02) VALUE "00".
002460 77  WS-PRINT-FILE-STATUS         PIC X(02) VALUE "00".
002470 77  WS-IO-STATUS                 PIC X(02) VALUE "00".
002480 77  WS-IO-DD-NAME                PIC X(08) VALUE SPACES.
002490
002500*----------------------------------------------------------------*
002510*    SWITCHES.                                                   *
002520*----------------------------------------------------------------*
002530 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
002540     88  WS-EOF                       VALUE "Y".
002550 77  WS-SELECTED-SWITCH           PIC X(01) VALUE "N".
002560     88  WS-SNAPSHOT-SELECTED         VALUE "Y".
002570 77  WS-REFUSAL-SWITCH            PIC X(01) VALUE "N".
002580     88  WS-RESTORE-REFUSED           VALUE "Y".
002590
002600*----------------------------------------------------------------*
002610*    THE RESTORE ASKED FOR, AND THE COPY-BACK RETURN CODE OF THE *
002620*    CARD'S FILE.                                                *
002630*----------------------------------------------------------------*
002640 77  WS-FILE-NAME                 PIC X(08) VALUE SPACES.
002650 77  WS-WANTED-DATE               PIC X(08) VALUE SPACES.
002660 77  WS-OPERATOR                  PIC X(03) VALUE SPACES.
002670 77  WS-RELEASE-CODE              PIC 9(04) VALUE ZERO.
002680
002690*----------------------------------------------------------------*
002700*    THE SELECTED SNAPSHOT'S MANIFEST RECORD, AND THE NUMBER OF  *
002710*    RECORDS OF NEWER GENERATIONS AHEAD OF IT IN THE SNAPSHOT    *
002720*    DATASET.                                                    *
002730*----------------------------------------------------------------*
002740 77  WS-ENTRY-COUNT               PIC 9(04) COMP VALUE ZERO.
002750 77  WS-SKIP-COUNT                PIC 9(09) COMP VALUE ZERO.
002760 01  WS-SELECTED-MANIFEST.
002770     05  WS-SEL-SNAP-DATE         PIC X(08).
002780     05  WS-SEL-SNAP-TIME         PIC X(06).
002790     05  WS-SEL-COPY-STATUS       PIC X(01).
002800         88  WS-SEL-FILE-COPIED       VALUE "C".
002810     05  WS-SEL-RECORD-COUNT      PIC 9(07).
002820     05  WS-SEL-LOW-KEY           PIC X(30).
002830     05  WS-SEL-HIGH-KEY          PIC X(30).
002840     05  WS-SEL-HASH-TOTAL        PIC 9(15).
002850
002860*----------------------------------------------------------------*
002870*    FIGURES RECOMPUTED FROM THE SNAPSHOT ITSELF, AND THE RECORD *
002880*    AREA EVERY SNAPSHOT READ LANDS IN.                          *
002890*----------------------------------------------------------------*
002900 77  WS-READ-IDX                  PIC 9(09) COMP VALUE ZERO.
002910 77  WS-CMP-COUNT                 PIC 9(07) COMP VALUE ZERO.
002920 77  WS-CMP-LOW-KEY               PIC X(30) VALUE SPACES.
002930 77  WS-CMP-HIGH-KEY              PIC X(30) VALUE SPACES.
002940 77  WS-CMP-HASH                  PIC 9(15) VALUE ZERO.
002950 77  WS-STAGED-COUNT              PIC 9(07) COMP VALUE ZERO.
002960 77  WS-MISMATCH-COUNT            PIC 9(04) COMP VALUE ZERO.
002970 01  WS-SNAP-RECORD               PIC X(150) VALUE SPACES.
002980
002990*----------------------------------------------------------------*
003000*    VALIDATION, REFUSAL, AND RETURN-CODE WORK AREAS.            *
003010*----------------------------------------------------------------*
003020 77  WS-VALIDATION-MESSAGE        PIC X(80) VALUE SPACES.
003030 77  WS-REFUSAL-TEXT              PIC X(80) VALUE SPACES.
003040 77  WS-ALERT-TEXT                PIC X(80) VALUE SPACES.
003050 77  WS-FINAL-RETURN-CODE         PIC 9(04) VALUE ZERO.
003060
003070*----------------------------------------------------------------*
003080*    MISCELLANEOUS NUMERIC/DATE WORK AREAS.                      *
003090*----------------------------------------------------------------*
003100 77  WS-SYSDATE                   PIC 9(06) VALUE ZERO.
003110 77  WS-SYSTIME                   PIC 9(08) VALUE ZERO.
003120
003130*----------------------------------------------------------------*
003140*    REPORT LINE LAYOUTS.                                        *
003150*----------------------------------------------------------------*
003160 01  WS-TITLE-LINE                PIC X(132) VALUE
003170     "CTLREST - CONTROL-FILE RESTORE FROM SNAPSHOT".
003180 01  WS-RUNDATE-LINE              PIC X(132) VALUE SPACES.
003190 01  WS-MESSAGE-LINE              PIC X(132) VALUE SPACES.
003200 77  WS-EDIT-COUNT                PIC ZZZZZZ9.
003210 77  WS-EDIT-HASH                 PIC Z(14)9.
003220
003230 01  WS-ENTRY-HEADER.
003240     05  FILLER                   PIC X(08) VALUE "DATE    ".
003250     05  FILLER                   PIC X(01) VALUE SPACES.
003260     05  FILLER                   PIC X(06) VALUE "TIME  ".
003270     05  FILLER                   PIC X(02) VALUE SPACES.
003280     05  FILLER                   PIC X(10) VALUE "SNAPSHOT".
003290     05  FILLER                   PIC X(01) VALUE SPACES.
003300     05  FILLER                   PIC X(07) VALUE "RECORDS".
003310     05  FILLER                   PIC X(02) VALUE SPACES.
003320     05  FILLER                   PIC X(30) VALUE "LOW KEY".
003330     05  FILLER                   PIC X(01) VALUE SPACES.
003340     05  FILLER                   PIC X(30) VALUE "HIGH KEY".
003350     05  FILLER                   PIC X(01) VALUE SPACES.
003360     05  FILLER                   PIC X(15) VALUE
003370         "     HASH TOTAL".
003380     05  FILLER                   PIC X(18) VALUE SPACES.
003390
003400 01  WS-ENTRY-LINE.
003410     05  WS-ENT-SNAP-DATE         PIC X(08).
003420     05  FILLER                   PIC X(01) VALUE SPACES.
003430     05  WS-ENT-SNAP-TIME         PIC X(06).
003440     05  FILLER                   PIC X(02) VALUE SPACES.
003450     05  WS-ENT-STATUS            PIC X(10).
003460     05  FILLER                   PIC X(01) VALUE SPACES.
003470     05  WS-ENT-COUNT             PIC ZZZZZZ9.
003480     05  FILLER                   PIC X(02) VALUE SPACES.
003490     05  WS-ENT-LOW-KEY           PIC X(30).
003500     05  FILLER                   PIC X(01) VALUE SPACES.
003510     05  WS-ENT-HIGH-KEY          PIC X(30).
003520     05  FILLER                   PIC X(01) VALUE SPACES.
003530     05  WS-ENT-HASH              PIC Z(14)9.
003540     05  FILLER                   PIC X(02) VALUE SPACES.
003550     05  WS-ENT-MARK              PIC X(10).
003560     05  FILLER                   PIC X(06) VALUE SPACES.
003570
003580 01  WS-CHECK-HEADER.
003590     05  FILLER                   PIC X(14) VALUE "CHECK".
003600     05  FILLER                   PIC X(02) VALUE SPACES.
003610     05  FILLER                   PIC X(30) VALUE "MANIFEST".
003620     05  FILLER                   PIC X(02) VALUE SPACES.
003630     05  FILLER                   PIC X(30) VALUE "SNAPSHOT".
003640     05  FILLER                   PIC X(02) VALUE SPACES.
003650     05  FILLER                   PIC X(07) VALUE "RESULT".
003660     05  FILLER                   PIC X(45) VALUE SPACES.
003670
003680 01  WS-CHECK-LINE.
003690     05  WS-CHK-ITEM              PIC X(14).
003700     05  FILLER                   PIC X(02) VALUE SPACES.
003710     05  WS-CHK-MANIFEST          PIC X(30).
003720     05  FILLER                   PIC X(02) VALUE SPACES.
003730     05  WS-CHK-SNAPSHOT          PIC X(30).
003740     05  FILLER                   PIC X(02) VALUE SPACES.
003750     05  WS-CHK-RESULT            PIC X(07).
003760     05  FILLER                   PIC X(45) VALUE SPACES.
003770
003780******************************************************************
003790* 0000-MAINLINE                                                  *
003800*    TOP-LEVEL CONTROL FLOW.  READS THE CARD, FINDS THE SNAPSHOT *
003810*    ON THE MANIFEST, VERIFIES IT, AND STAGES IT FOR THE         *
003820*    COPY-BACK - OR REFUSES, WITH THE REASON.                    *
003830******************************************************************
003840 PROCEDURE DIVISION.
003850
003860 0000-MAINLINE.
003870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003880     IF WS-FINAL-RETURN-CODE NOT < 12
003890         GO TO 0000-WRAP-UP
003900     END-IF
003910     PERFORM 3000-FIND-SNAPSHOT THRU 3000-EXIT
003920     IF WS-FINAL-RETURN-CODE NOT < 12
003930         GO TO 0000-WRAP-UP
003940     END-IF
003950     PERFORM 4000-CHECK-REFUSAL THRU 4000-EXIT
003960     IF WS-RESTORE-REFUSED
003970         PERFORM 4500-REFUSE-RESTORE THRU 4500-EXIT
003980         GO TO 0000-WRAP-UP
003990     END-IF
004000     PERFORM 5000-VERIFY-SNAPSHOT THRU 5000-EXIT
004010     IF WS-RESTORE-REFUSED
004020         PERFORM 4500-REFUSE-RESTORE THRU 4500-EXIT
004030         GO TO 0000-WRAP-UP
004040     END-IF
004050     PERFORM 6000-STAGE-SNAPSHOT THRU 6000-EXIT
004060     IF WS-RESTORE-REFUSED
004070         PERFORM 4500-REFUSE-RESTORE THRU 4500-EXIT
004080         GO TO 0000-WRAP-UP
004090     END-IF
004100     PERFORM 6500-RELEASE-RESTORE THRU 6500-EXIT.
004110
004120 0000-WRAP-UP.
004130     PERFORM 8000-TERMINATE THRU 8000-EXIT
004140     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
004150     GOBACK.
004160
004170*----------------------------------------------------------------*
004180* 1000-INITIALIZE                                                *
004190*    STAMPS THE JOB HEADER, OPENS THE REPORT, AND READS AND      *
004200*    VALIDATES THE RESTORE CARD.  A MISSING OR INVALID CARD      *
004210*    ENDS THE STEP RC 16 BEFORE ANYTHING IS READ.                *
004220*----------------------------------------------------------------*
004230 1000-INITIALIZE.
004240     MOVE "CTLREST " TO WS-JH-JOB-NAME
004250     ACCEPT WS-SYSDATE FROM DATE
004260     ACCEPT WS-SYSTIME FROM TIME
004270     MOVE "20"         TO WS-JH-RUN-DATE(1:2)
004280     MOVE WS-SYSDATE   TO WS-JH-RUN-DATE(3:6)
004290     MOVE WS-SYSTIME   TO WS-JH-RUN-TIME
004300     STRING WS-JH-RUN-DATE DELIMITED BY SIZE
004310            "00"           DELIMITED BY SIZE
004320            "0000"         DELIMITED BY SIZE
004330            INTO WS-JH-RUN-ID
004340     END-STRING
004350     MOVE ZERO TO WS-FINAL-RETURN-CODE
004360     OPEN OUTPUT PRINT-FILE
004370     PERFORM 6100-WRITE-REPORT-HEADERS THRU 6100-EXIT
004380     PERFORM 1100-READ-RESTORE-CARD THRU 1100-EXIT
004390     IF WS-VALIDATION-MESSAGE NOT = SPACES
004400         MOVE WS-VALIDATION-MESSAGE TO WS-MESSAGE-LINE
004410         PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
004420         MOVE 16 TO WS-FINAL-RETURN-CODE
004430         GO TO 1000-EXIT
004440     END-IF
004450     MOVE SPACES TO WS-MESSAGE-LINE
004460     STRING "RESTORE OF "          DELIMITED BY SIZE
004470            WS-FILE-NAME           DELIMITED BY SPACE
004480            " TO ITS SNAPSHOT OF " DELIMITED BY SIZE
004490            WS-WANTED-DATE         DELIMITED BY SIZE
004500            " REQUESTED BY "       DELIMITED BY SIZE
004510            WS-OPERATOR            DELIMITED BY SIZE
004520            INTO WS-MESSAGE-LINE
004530     END-STRING
004540     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT.
004550 1000-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------*
004590* 1100-READ-RESTORE-CARD                                         *
004600*    THE FILE MUST BE ONE OF THE FIVE SNAPSHOT CONTROL FILES     *
004610*    (SNAPSUM IS ASKED WITH A BLANK RECORD), THE DATE MUST BE    *
004620*    NUMERIC, AND THE OPERATOR INITIALS MUST BE PRESENT.  THE    *
004630*    FILE'S POSITION IN MANIFEST ORDER IS ITS RELEASE CODE.      *
004640*----------------------------------------------------------------*
004650 1100-READ-RESTORE-CARD.
004660     MOVE SPACES TO WS-VALIDATION-MESSAGE
004670     OPEN INPUT REST-CARD-FILE
004680     IF WS-REST-CARD-STATUS NOT = "00"
004690         MOVE "RESTORE CARD NOT AVAILABLE - NOTHING RESTORED"
004700             TO WS-VALIDATION-MESSAGE
004710         GO TO 1100-EXIT
004720     END-IF
004730     READ REST-CARD-FILE
004740         AT END
004750             MOVE "RESTORE CARD FILE IS EMPTY - NOTHING RESTORED"
004760                 TO WS-VALIDATION-MESSAGE
004770     END-READ
004780     CLOSE REST-CARD-FILE
004790     IF WS-VALIDATION-MESSAGE NOT = SPACES
004800         GO TO 1100-EXIT
004810     END-IF
004820     MOVE RST-FILE-NAME TO WS-FILE-NAME
004830     MOVE RST-SNAP-DATE TO WS-WANTED-DATE
004840     MOVE RST-OPERATOR  TO WS-OPERATOR
004850     MOVE WS-FILE-NAME  TO SUM-FILE-NAME
004860     MOVE SPACES        TO SUM-RECORD
004870     CALL "SNAPSUM" USING SNAP-SUM-AREA
004880     IF SUM-RETURN-CODE NOT = ZERO
004890         STRING "RESTORE CARD NAMES NO SNAPSHOT CONTROL FILE: "
004900                                      DELIMITED BY SIZE
004910                WS-FILE-NAME          DELIMITED BY SIZE
004920                INTO WS-VALIDATION-MESSAGE
004930         END-STRING
004940         GO TO 1100-EXIT
004950     END-IF
004960     IF WS-WANTED-DATE NOT NUMERIC
004970         MOVE "RESTORE CARD SNAPSHOT DATE NOT NUMERIC (YYYYMMDD)"
004980             TO WS-VALIDATION-MESSAGE
004990         GO TO 1100-EXIT
005000     END-IF
005010     IF WS-OPERATOR = SPACES
005020         MOVE "RESTORE CARD HAS NO OPERATOR INITIALS - NO RESTORE"
005030             TO WS-VALIDATION-MESSAGE
005040         GO TO 1100-EXIT
005050     END-IF
005060     EVALUATE TRUE
005070         WHEN SUM-FILE-MSGFILE
005080             MOVE 1 TO WS-RELEASE-CODE
005090         WHEN SUM-FILE-CALFILE
005100             MOVE 2 TO WS-RELEASE-CODE
005110         WHEN SUM-FILE-SLAFILE
005120             MOVE 3 TO WS-RELEASE-CODE
005130         WHEN SUM-FILE-BASEFILE
005140             MOVE 4 TO WS-RELEASE-CODE
005150         WHEN SUM-FILE-DAYSTATE
005160             MOVE 5 TO WS-RELEASE-CODE
005170     END-EVALUATE.
005180 1100-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------*
005220* 3000-FIND-SNAPSHOT                                             *
005230*    READS THE WHOLE MANIFEST, NEWEST GENERATION FIRST, LISTING  *
005240*    EVERY SNAPSHOT OF THE CARD'S FILE.  THE FIRST ONE CARRYING  *
005250*    THE CARD'S DATE IS SELECTED; THE RECORD COUNTS OF THOSE     *
005260*    LISTED AHEAD OF IT ARE THE RECORDS TO STEP OVER IN THE      *
005270*    SNAPSHOT DATASET.  A MANIFEST THAT CANNOT BE OPENED ENDS    *
005280*    THE STEP RC 16 - THERE IS NOTHING TO VERIFY AGAINST.        *
005290*----------------------------------------------------------------*
005300 3000-FIND-SNAPSHOT.
005310     MOVE ZERO TO WS-ENTRY-COUNT
005320     MOVE ZERO TO WS-SKIP-COUNT
005330     MOVE "N"  TO WS-SELECTED-SWITCH
005340     MOVE SPACES TO WS-SELECTED-MANIFEST
005350     OPEN INPUT SNAP-MAN-FILE
005360     IF WS-SNAP-MAN-STATUS NOT = "00"
005370         MOVE "SNAPSHOT MANIFEST NOT AVAILABLE - NOTHING RESTORED"
005380             TO WS-MESSAGE-LINE
005390         PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
005400         MOVE 16 TO WS-FINAL-RETURN-CODE
005410         GO TO 3000-EXIT
005420     END-IF
005430     MOVE SPACES TO WS-MESSAGE-LINE
005440     STRING "SNAPSHOTS OF "        DELIMITED BY SIZE
005450            WS-FILE-NAME           DELIMITED BY SPACE
005460            " ON FILE, NEWEST FIRST:" DELIMITED BY SIZE
005470            INTO WS-MESSAGE-LINE
005480     END-STRING
005490     MOVE "-" TO PRT-CARRIAGE-CONTROL
005500     MOVE WS-MESSAGE-LINE TO PRT-TEXT
005510     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT
005520     MOVE WS-ENTRY-HEADER TO WS-MESSAGE-LINE
005530     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
005540     MOVE "N" TO WS-EOF-SWITCH
005550     PERFORM 3100-READ-MANIFEST-RECORD THRU 3100-EXIT
005560         UNTIL WS-EOF
005570     CLOSE SNAP-MAN-FILE
005580     IF WS-ENTRY-COUNT = ZERO
005590         MOVE "  (NONE)" TO WS-MESSAGE-LINE
005600         PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
005610     END-IF.
005620 3000-EXIT.
005630     EXIT.
005640
005650 3100-READ-MANIFEST-RECORD.
005660     READ SNAP-MAN-FILE
005670         AT END
005680             SET WS-EOF TO TRUE
005690             GO TO 3100-EXIT
005700     END-READ
005710     IF SNM-FILE-NAME NOT = WS-FILE-NAME
005720         GO TO 3100-EXIT
005730     END-IF
005740     ADD 1 TO WS-ENTRY-COUNT
005750     MOVE SPACES TO WS-ENTRY-LINE
005760     MOVE SNM-SNAP-DATE TO WS-ENT-SNAP-DATE
005770     MOVE SNM-SNAP-TIME TO WS-ENT-SNAP-TIME
005780     IF SNM-FILE-COPIED
005790         MOVE "COPIED"     TO WS-ENT-STATUS
005800     ELSE
005810         MOVE "NOT COPIED" TO WS-ENT-STATUS
005820     END-IF
005830     MOVE SNM-RECORD-COUNT TO WS-ENT-COUNT
005840     MOVE SNM-LOW-KEY      TO WS-ENT-LOW-KEY
005850     MOVE SNM-HIGH-KEY     TO WS-ENT-HIGH-KEY
005860     MOVE SNM-HASH-TOTAL   TO WS-ENT-HASH
005870     IF NOT WS-SNAPSHOT-SELECTED
005880         IF SNM-SNAP-DATE = WS-WANTED-DATE
005890             SET WS-SNAPSHOT-SELECTED TO TRUE
005900             MOVE SNM-SNAP-DATE    TO WS-SEL-SNAP-DATE
005910             MOVE SNM-SNAP-TIME    TO WS-SEL-SNAP-TIME
005920             MOVE SNM-COPY-STATUS  TO WS-SEL-COPY-STATUS
005930             MOVE SNM-RECORD-COUNT TO WS-SEL-RECORD-COUNT
005940             MOVE SNM-LOW-KEY      TO WS-SEL-LOW-KEY
005950             MOVE SNM-HIGH-KEY     TO WS-SEL-HIGH-KEY
005960             MOVE SNM-HASH-TOTAL   TO WS-SEL-HASH-TOTAL
005970             MOVE "<-SELECTED"     TO WS-ENT-MARK
005980         ELSE
005990             ADD SNM-RECORD-COUNT TO WS-SKIP-COUNT
006000         END-IF
006010     END-IF
006020     MOVE WS-ENTRY-LINE TO WS-MESSAGE-LINE
006030     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT.
006040 3100-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------------*
006080* 4000-CHECK-REFUSAL                                             *
006090*    NO SNAPSHOT OF THE FILE ON THE CARD'S DATE, OR ONE THAT WAS *
006100*    NOT COPIED WHOLE, CANNOT BE RESTORED.                       *
006110*----------------------------------------------------------------*
006120 4000-CHECK-REFUSAL.
006130     MOVE SPACES TO WS-REFUSAL-TEXT
006140     IF NOT WS-SNAPSHOT-SELECTED
006150         STRING "NO SNAPSHOT OF "  DELIMITED BY SIZE
006160                WS-FILE-NAME       DELIMITED BY SPACE
006170                " WAS TAKEN ON "   DELIMITED BY SIZE
006180                WS-WANTED-DATE     DELIMITED BY SIZE
006190                INTO WS-REFUSAL-TEXT
006200         END-STRING
006210         SET WS-RESTORE-REFUSED TO TRUE
006220         GO TO 4000-EXIT
006230     END-IF
006240     IF NOT WS-SEL-FILE-COPIED
006250         STRING "THE "             DELIMITED BY SIZE
006260                WS-SEL-SNAP-DATE   DELIMITED BY SIZE
006270                " SNAPSHOT OF "    DELIMITED BY SIZE
006280                WS-FILE-NAME       DELIMITED BY SPACE
006290                " WAS NOT COPIED WHOLE" DELIMITED BY SIZE
006300                INTO WS-REFUSAL-TEXT
006310         END-STRING
006320         SET WS-RESTORE-REFUSED TO TRUE
006330     END-IF.
006340 4000-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------*
006380* 4500-REFUSE-RESTORE                                            *
006390*    PRINTS THE REASON, ENDS THE STEP RC 8 (OR WORSE, AFTER AN   *
006400*    I/O FAILURE) SO NO COPY-BACK RUNS, AND RAISES THE WARNING   *
006410*    ALERT.                                                      *
006420*----------------------------------------------------------------*
006430 4500-REFUSE-RESTORE.
006440     MOVE SPACES TO WS-MESSAGE-LINE
006450     STRING "RESTORE REFUSED - "  DELIMITED BY SIZE
006460            WS-REFUSAL-TEXT       DELIMITED BY SIZE
006470            INTO WS-MESSAGE-LINE
006480     END-STRING
006490     MOVE "-" TO PRT-CARRIAGE-CONTROL
006500     MOVE WS-MESSAGE-LINE TO PRT-TEXT
006510     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT
006520     MOVE "THE LIVE FILE HAS NOT BEEN TOUCHED" TO WS-MESSAGE-LINE
006530     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
006540     IF WS-FINAL-RETURN-CODE < 8
006550         MOVE 8 TO WS-FINAL-RETURN-CODE
006560     END-IF
006570     MOVE SPACES TO WS-ALERT-TEXT
006580     STRING "RESTORE OF "         DELIMITED BY SIZE
006590            WS-FILE-NAME          DELIMITED BY SPACE
006600            " TO SNAPSHOT "       DELIMITED BY SIZE
006610            WS-WANTED-DATE        DELIMITED BY SIZE
006620            " REFUSED - SEE REPORT - OPERATOR "
006630                                  DELIMITED BY SIZE
006640            WS-OPERATOR           DELIMITED BY SIZE
006650            INTO WS-ALERT-TEXT
006660     END-STRING
006670     PERFORM 7000-WRITE-ALERT-RECORD THRU 7000-EXIT.
006680 4500-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------------*
006720* 5000-VERIFY-SNAPSHOT                                           *
006730*    PASS ONE.  STEPS OVER THE NEWER GENERATIONS' RECORDS, READS *
006740*    THE MANIFEST'S RECORD COUNT OF RECORDS, RECOMPUTES THE KEY  *
006750*    RANGE AND HASH TOTAL, AND PRINTS EACH FIGURE BESIDE THE     *
006760*    MANIFEST'S.  ANY DIFFERENCE - INCLUDING A SNAPSHOT THAT     *
006770*    RUNS OUT EARLY - REFUSES THE RESTORE.                       *
006780*----------------------------------------------------------------*
006790 5000-VERIFY-SNAPSHOT.
006800     MOVE ZERO        TO WS-CMP-COUNT
006810     MOVE HIGH-VALUES TO WS-CMP-LOW-KEY
006820     MOVE LOW-VALUES  TO WS-CMP-HIGH-KEY
006830     MOVE ZERO        TO WS-CMP-HASH
006840     MOVE ZERO        TO WS-MISMATCH-COUNT
006850     PERFORM 5900-OPEN-SNAPSHOT THRU 5900-EXIT
006860     IF FSTAT-RETURN-CODE NOT = ZERO
006870         MOVE "THE SNAPSHOT DATASET COULD NOT BE OPENED"
006880             TO WS-REFUSAL-TEXT
006890         SET WS-RESTORE-REFUSED TO TRUE
006900         GO TO 5000-EXIT
006910     END-IF
006920     MOVE "N" TO WS-EOF-SWITCH
006930     PERFORM 5950-READ-SNAPSHOT THRU 5950-EXIT
006940         VARYING WS-READ-IDX FROM 1 BY 1
006950         UNTIL WS-READ-IDX > WS-SKIP-COUNT
006960            OR WS-EOF
006970     PERFORM 5100-SUM-SNAPSHOT-RECORD THRU 5100-EXIT
006980         VARYING WS-READ-IDX FROM 1 BY 1
006990         UNTIL WS-READ-IDX > WS-SEL-RECORD-COUNT
007000            OR WS-EOF
007010     PERFORM 5980-CLOSE-SNAPSHOT THRU 5980-EXIT
007020     IF WS-CMP-COUNT = ZERO
007030         MOVE SPACES TO WS-CMP-LOW-KEY
007040         MOVE SPACES TO WS-CMP-HIGH-KEY
007050     END-IF
007060     PERFORM 5200-PRINT-CHECKS THRU 5200-EXIT
007070     IF WS-MISMATCH-COUNT > ZERO
007080         MOVE "THE SNAPSHOT DOES NOT MATCH ITS MANIFEST"
007090             TO WS-REFUSAL-TEXT
007100         SET WS-RESTORE-REFUSED TO TRUE
007110     END-IF.
007120 5000-EXIT.
007130     EXIT.
007140
007150 5100-SUM-SNAPSHOT-RECORD.
007160     PERFORM 5950-READ-SNAPSHOT THRU 5950-EXIT
007170     IF WS-EOF
007180         GO TO 5100-EXIT
007190     END-IF
007200     MOVE WS-SNAP-RECORD TO SUM-RECORD
007210     CALL "SNAPSUM" USING SNAP-SUM-AREA
007220     ADD 1 TO WS-CMP-COUNT
007230     ADD SUM-RECORD-HASH TO WS-CMP-HASH
007240     IF SUM-RECORD-KEY < WS-CMP-LOW-KEY
007250         MOVE SUM-RECORD-KEY TO WS-CMP-LOW-KEY
007260     END-IF
007270     IF SUM-RECORD-KEY > WS-CMP-HIGH-KEY
007280         MOVE SUM-RECORD-KEY TO WS-CMP-HIGH-KEY
007290     END-IF.
007300 5100-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------------*
007340* 5200-PRINT-CHECKS                                              *
007350*    ONE LINE PER FIGURE - MANIFEST, SNAPSHOT, AGREES/DIFFERS -  *
007360*    COUNTING THE DIFFERENCES.                                   *
007370*----------------------------------------------------------------*
007380 5200-PRINT-CHECKS.
007390     MOVE SPACES TO WS-MESSAGE-LINE
007400     STRING "VERIFICATION OF THE SNAPSHOT OF " DELIMITED BY SIZE
007410            WS-SEL-SNAP-DATE       DELIMITED BY SIZE
007420            " "                    DELIMITED BY SIZE
007430            WS-SEL-SNAP-TIME       DELIMITED BY SIZE
007440            " AGAINST ITS MANIFEST:" DELIMITED BY SIZE
007450            INTO WS-MESSAGE-LINE
007460     END-STRING
007470     MOVE "-" TO PRT-CARRIAGE-CONTROL
007480     MOVE WS-MESSAGE-LINE TO PRT-TEXT
007490     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT
007500     MOVE WS-CHECK-HEADER TO WS-MESSAGE-LINE
007510     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
007520     MOVE SPACES TO WS-CHECK-LINE
007530     MOVE "RECORD COUNT" TO WS-CHK-ITEM
007540     MOVE WS-SEL-RECORD-COUNT TO WS-EDIT-COUNT
007550     MOVE WS-EDIT-COUNT TO WS-CHK-MANIFEST
007560     MOVE WS-CMP-COUNT TO WS-EDIT-COUNT
007570     MOVE WS-EDIT-COUNT TO WS-CHK-SNAPSHOT
007580     IF WS-CMP-COUNT = WS-SEL-RECORD-COUNT
007590         MOVE "AGREES" TO WS-CHK-RESULT
007600     ELSE
007610         MOVE "DIFFERS" TO WS-CHK-RESULT
007620         ADD 1 TO WS-MISMATCH-COUNT
007630     END-IF
007640     MOVE WS-CHECK-LINE TO WS-MESSAGE-LINE
007650     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
007660     MOVE SPACES TO WS-CHECK-LINE
007670     MOVE "LOW KEY" TO WS-CHK-ITEM
007680     MOVE WS-SEL-LOW-KEY TO WS-CHK-MANIFEST
007690     MOVE WS-CMP-LOW-KEY TO WS-CHK-SNAPSHOT
007700     IF WS-CMP-LOW-KEY = WS-SEL-LOW-KEY
007710         MOVE "AGREES" TO WS-CHK-RESULT
007720     ELSE
007730         MOVE "DIFFERS" TO WS-CHK-RESULT
007740         ADD 1 TO WS-MISMATCH-COUNT
007750     END-IF
007760     MOVE WS-CHECK-LINE TO WS-MESSAGE-LINE
007770     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
007780     MOVE SPACES TO WS-CHECK-LINE
007790     MOVE "HIGH KEY" TO WS-CHK-ITEM
007800     MOVE WS-SEL-HIGH-KEY TO WS-CHK-MANIFEST
007810     MOVE WS-CMP-HIGH-KEY TO WS-CHK-SNAPSHOT
007820     IF WS-CMP-HIGH-KEY = WS-SEL-HIGH-KEY
007830         MOVE "AGREES" TO WS-CHK-RESULT
007840     ELSE
007850         MOVE "DIFFERS" TO WS-CHK-RESULT
007860         ADD 1 TO WS-MISMATCH-COUNT
007870     END-IF
007880     MOVE WS-CHECK-LINE TO WS-MESSAGE-LINE
007890     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
007900     MOVE SPACES TO WS-CHECK-LINE
007910     MOVE "HASH TOTAL" TO WS-CHK-ITEM
007920     MOVE WS-SEL-HASH-TOTAL TO WS-EDIT-HASH
007930     MOVE WS-EDIT-HASH TO WS-CHK-MANIFEST
007940     MOVE WS-CMP-HASH TO WS-EDIT-HASH
007950     MOVE WS-EDIT-HASH TO WS-CHK-SNAPSHOT
007960     IF WS-CMP-HASH = WS-SEL-HASH-TOTAL
007970         MOVE "AGREES" TO WS-CHK-RESULT
007980     ELSE
007990         MOVE "DIFFERS" TO WS-CHK-RESULT
008000         ADD 1 TO WS-MISMATCH-COUNT
008010     END-IF
008020     MOVE WS-CHECK-LINE TO WS-MESSAGE-LINE
008030     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT.
008040 5200-EXIT.
008050     EXIT.
008060
008070*----------------------------------------------------------------*
008080* 5900-OPEN-SNAPSHOT / 5950-READ-SNAPSHOT / 5980-CLOSE-SNAPSHOT  *
008090*    OPEN, READ (INTO WS-SNAP-RECORD), AND CLOSE THE SNAPSHOT    *
008100*    DATASET OF THE CARD'S FILE.  A READ FAILURE OTHER THAN END  *
008110*    OF FILE IS ROUTED THROUGH COBFSTAT AND ENDS THE PASS.       *
008120*----------------------------------------------------------------*
008130 5900-OPEN-SNAPSHOT.
008140     EVALUATE TRUE
008150         WHEN SUM-FILE-MSGFILE
008160             OPEN INPUT SNAP-MSG-FILE
008170             MOVE WS-SNAP-MSG-STATUS  TO WS-IO-STATUS
008180             MOVE "SNAPMSG "          TO WS-IO-DD-NAME
008190         WHEN SUM-FILE-CALFILE
008200             OPEN INPUT SNAP-CAL-FILE
008210             MOVE WS-SNAP-CAL-STATUS  TO WS-IO-STATUS
008220             MOVE "SNAPCAL "          TO WS-IO-DD-NAME
008230         WHEN SUM-FILE-SLAFILE
008240             OPEN INPUT SNAP-SLA-FILE
008250             MOVE WS-SNAP-SLA-STATUS  TO WS-IO-STATUS
008260             MOVE "SNAPSLA "          TO WS-IO-DD-NAME
008270         WHEN SUM-FILE-BASEFILE
008280             OPEN INPUT SNAP-BASE-FILE
008290             MOVE WS-SNAP-BASE-STATUS TO WS-IO-STATUS
008300             MOVE "SNAPBASE"          TO WS-IO-DD-NAME
008310         WHEN SUM-FILE-DAYSTATE
008320             OPEN INPUT SNAP-DAYS-FILE
008330             MOVE WS-SNAP-DAYS-STATUS TO WS-IO-STATUS
008340             MOVE "SNAPDAYS"          TO WS-IO-DD-NAME
008350     END-EVALUATE
008360     MOVE WS-IO-DD-NAME TO FSTAT-DD-NAME
008370     MOVE "OPEN    "    TO FSTAT-OPERATION
008380     MOVE WS-IO-STATUS  TO FSTAT-FILE-STATUS
008390     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
008400 5900-EXIT.
008410     EXIT.
008420
008430 5950-READ-SNAPSHOT.
008440     MOVE SPACES TO WS-SNAP-RECORD
008450     EVALUATE TRUE
008460         WHEN SUM-FILE-MSGFILE
008470             READ SNAP-MSG-FILE INTO WS-SNAP-RECORD
008480                 AT END
008490                     SET WS-EOF TO TRUE
008500             END-READ
008510             MOVE WS-SNAP-MSG-STATUS  TO WS-IO-STATUS
008520         WHEN SUM-FILE-CALFILE
008530             READ SNAP-CAL-FILE INTO WS-SNAP-RECORD
008540                 AT END
008550                     SET WS-EOF TO TRUE
008560             END-READ
008570             MOVE WS-SNAP-CAL-STATUS  TO WS-IO-STATUS
008580         WHEN SUM-FILE-SLAFILE
008590             READ SNAP-SLA-FILE INTO WS-SNAP-RECORD
008600                 AT END
008610                     SET WS-EOF TO TRUE
008620             END-READ
008630             MOVE WS-SNAP-SLA-STATUS  TO WS-IO-STATUS
008640         WHEN SUM-FILE-BASEFILE
008650             READ SNAP-BASE-FILE INTO WS-SNAP-RECORD
008660                 AT END
008670                     SET WS-EOF TO TRUE
008680             END-READ
008690             MOVE WS-SNAP-BASE-STATUS TO WS-IO-STATUS
008700         WHEN SUM-FILE-DAYSTATE
008710             READ SNAP-DAYS-FILE INTO WS-SNAP-RECORD
008720                 AT END
008730                     SET WS-EOF TO TRUE
008740             END-READ
008750             MOVE WS-SNAP-DAYS-STATUS TO WS-IO-STATUS
008760     END-EVALUATE
008770     IF WS-IO-STATUS NOT = "00"
008780         AND WS-IO-STATUS NOT = "10"
008790         SET WS-EOF TO TRUE
008800         MOVE WS-IO-DD-NAME TO FSTAT-DD-NAME
008810         MOVE "READ    "    TO FSTAT-OPERATION
008820         MOVE WS-IO-STATUS  TO FSTAT-FILE-STATUS
008830         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
008840     END-IF.
008850 5950-EXIT.
008860     EXIT.
008870
008880 5980-CLOSE-SNAPSHOT.
008890     EVALUATE TRUE
008900         WHEN SUM-FILE-MSGFILE
008910             CLOSE SNAP-MSG-FILE
008920         WHEN SUM-FILE-CALFILE
008930             CLOSE SNAP-CAL-FILE
008940         WHEN SUM-FILE-SLAFILE
008950             CLOSE SNAP-SLA-FILE
008960         WHEN SUM-FILE-BASEFILE
008970             CLOSE SNAP-BASE-FILE
008980         WHEN SUM-FILE-DAYSTATE
008990             CLOSE SNAP-DAYS-FILE
009000     END-EVALUATE.
009010 5980-EXIT.
009020     EXIT.
009030
009040*----------------------------------------------------------------*
009050* 6000-STAGE-SNAPSHOT                                            *
009060*    PASS TWO, ONLY AFTER A CLEAN VERIFICATION.  STEPS OVER THE  *
009070*    SAME RECORDS AND COPIES THE SNAPSHOT TO THE FILE'S STAGING  *
009080*    DATASET.  A SHORT COPY OR AN I/O FAILURE REFUSES THE        *
009090*    RESTORE - THE RETURN CODE IS THEN TOO HIGH FOR ANY          *
009100*    COPY-BACK TO RUN.                                           *
009110*----------------------------------------------------------------*
009120 6000-STAGE-SNAPSHOT.
009130     MOVE ZERO TO WS-STAGED-COUNT
009140     PERFORM 5900-OPEN-SNAPSHOT THRU 5900-EXIT
009150     IF FSTAT-RETURN-CODE NOT = ZERO
009160         MOVE "THE SNAPSHOT DATASET COULD NOT BE REOPENED"
009170             TO WS-REFUSAL-TEXT
009180         SET WS-RESTORE-REFUSED TO TRUE
009190         GO TO 6000-EXIT
009200     END-IF
009210     PERFORM 6900-OPEN-STAGING THRU 6900-EXIT
009220     IF FSTAT-RETURN-CODE NOT = ZERO
009230         PERFORM 5980-CLOSE-SNAPSHOT THRU 5980-EXIT
009240         MOVE "THE STAGING DATASET COULD NOT BE OPENED"
009250             TO WS-REFUSAL-TEXT
009260         SET WS-RESTORE-REFUSED TO TRUE
009270         GO TO 6000-EXIT
009280     END-IF
009290     MOVE "N" TO WS-EOF-SWITCH
009300     PERFORM 5950-READ-SNAPSHOT THRU 5950-EXIT
009310         VARYING WS-READ-IDX FROM 1 BY 1
009320         UNTIL WS-READ-IDX > WS-SKIP-COUNT
009330            OR WS-EOF
009340     PERFORM 6050-STAGE-RECORD THRU 6050-EXIT
009350         VARYING WS-READ-IDX FROM 1 BY 1
009360         UNTIL WS-READ-IDX > WS-SEL-RECORD-COUNT
009370            OR WS-EOF
009380     PERFORM 5980-CLOSE-SNAPSHOT THRU 5980-EXIT
009390     PERFORM 6980-CLOSE-STAGING THRU 6980-EXIT
009400     IF WS-STAGED-COUNT NOT = WS-SEL-RECORD-COUNT
009410         OR WS-FINAL-RETURN-CODE NOT = ZERO
009420         MOVE "THE SNAPSHOT COULD NOT BE STAGED IN FULL"
009430             TO WS-REFUSAL-TEXT
009440         SET WS-RESTORE-REFUSED TO TRUE
009450     END-IF.
009460 6000-EXIT.
009470     EXIT.
009480
009490 6050-STAGE-RECORD.
009500     PERFORM 5950-READ-SNAPSHOT THRU 5950-EXIT
009510     IF WS-EOF
009520         GO TO 6050-EXIT
009530     END-IF
009540     PERFORM 6950-WRITE-STAGING THRU 6950-EXIT
009550     IF FSTAT-RETURN-CODE NOT = ZERO
009560         SET WS-EOF TO TRUE
009570         GO TO 6050-EXIT
009580     END-IF
009590     ADD 1 TO WS-STAGED-COUNT.
009600 6050-EXIT.
009610     EXIT.
009620
009630*----------------------------------------------------------------*
009640* 6100-WRITE-REPORT-HEADERS                                      *
009650*    TITLE AND RUN-DATE LINE.                                    *
009660*----------------------------------------------------------------*
009670 6100-WRITE-REPORT-HEADERS.
009680     MOVE "1" TO PRT-CARRIAGE-CONTROL
009690     MOVE WS-TITLE-LINE TO PRT-TEXT
009700     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT
009710     MOVE SPACES TO WS-RUNDATE-LINE
009720     STRING "RUN DATE: "    DELIMITED BY SIZE
009730            WS-JH-RUN-DATE  DELIMITED BY SIZE
009740            "   RUN TIME: " DELIMITED BY SIZE
009750            WS-JH-RUN-TIME  DELIMITED BY SIZE
009760            "   RUN-ID: "   DELIMITED BY SIZE
009770            WS-JH-RUN-ID    DELIMITED BY SIZE
009780            INTO WS-RUNDATE-LINE
009790     END-STRING
009800     MOVE " " TO PRT-CARRIAGE-CONTROL
009810     MOVE WS-RUNDATE-LINE TO PRT-TEXT
009820     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT
009830     MOVE "-" TO PRT-CARRIAGE-CONTROL
009840     MOVE SPACES TO PRT-TEXT
009850     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT.
009860 6100-EXIT.
009870     EXIT.
009880
009890*----------------------------------------------------------------*
009900* 6500-RELEASE-RESTORE                                           *
009910*    THE SNAPSHOT IS VERIFIED AND STAGED.  PRINTS THE OUTCOME,   *
009920*    SETS THE FILE'S RELEASE CODE SO ITS COPY-BACK STEP RUNS,    *
009930*    AND RAISES THE WARNING ALERT.                               *
009940*----------------------------------------------------------------*
009950 6500-RELEASE-RESTORE.
009960     MOVE WS-STAGED-COUNT TO WS-EDIT-COUNT
009970     MOVE SPACES TO WS-MESSAGE-LINE
009980     STRING "SNAPSHOT VERIFIED - "  DELIMITED BY SIZE
009990            WS-EDIT-COUNT           DELIMITED BY SIZE
010000            " RECORDS STAGED FOR COPY-BACK OVER "
010010                                    DELIMITED BY SIZE
010020            WS-FILE-NAME            DELIMITED BY SPACE
010030            INTO WS-MESSAGE-LINE
010040     END-STRING
010050     MOVE "-" TO PRT-CARRIAGE-CONTROL
010060     MOVE WS-MESSAGE-LINE TO PRT-TEXT
010070     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT
010080     MOVE WS-RELEASE-CODE TO WS-FINAL-RETURN-CODE
010090     MOVE SPACES TO WS-ALERT-TEXT
010100     STRING "RESTORE OF "         DELIMITED BY SIZE
010110            WS-FILE-NAME          DELIMITED BY SPACE
010120            " TO SNAPSHOT "       DELIMITED BY SIZE
010130            WS-SEL-SNAP-DATE      DELIMITED BY SIZE
010140            " "                   DELIMITED BY SIZE
010150            WS-SEL-SNAP-TIME      DELIMITED BY SIZE
010160            " VERIFIED, RELEASED BY "
010170                                  DELIMITED BY SIZE
010180            WS-OPERATOR           DELIMITED BY SIZE
010190            INTO WS-ALERT-TEXT
010200     END-STRING
010210     PERFORM 7000-WRITE-ALERT-RECORD THRU 7000-EXIT.
010220 6500-EXIT.
010230     EXIT.
010240
010250*----------------------------------------------------------------*
010260* 6900-OPEN-STAGING / 6950-WRITE-STAGING / 6980-CLOSE-STAGING    *
010270*    OPEN, WRITE (FROM WS-SNAP-RECORD), AND CLOSE THE STAGING    *
010280*    DATASET OF THE CARD'S FILE, EACH THROUGH COBFSTAT.          *
010290*----------------------------------------------------------------*
010300 6900-OPEN-STAGING.
010310     EVALUATE TRUE
010320         WHEN SUM-FILE-MSGFILE
010330             OPEN OUTPUT REST-MSG-FILE
010340             MOVE WS-REST-MSG-STATUS  TO WS-IO-STATUS
010350             MOVE "RESTMSG "          TO WS-IO-DD-NAME
010360         WHEN SUM-FILE-CALFILE
010370             OPEN OUTPUT REST-CAL-FILE
010380             MOVE WS-REST-CAL-STATUS  TO WS-IO-STATUS
010390             MOVE "RESTCAL "          TO WS-IO-DD-NAME
010400         WHEN SUM-FILE-SLAFILE
010410             OPEN OUTPUT REST-SLA-FILE
010420             MOVE WS-REST-SLA-STATUS  TO WS-IO-STATUS
010430             MOVE "RESTSLA "          TO WS-IO-DD-NAME
010440         WHEN SUM-FILE-BASEFILE
010450             OPEN OUTPUT REST-BASE-FILE
010460             MOVE WS-REST-BASE-STATUS TO WS-IO-STATUS
010470             MOVE "RESTBASE"          TO WS-IO-DD-NAME
010480         WHEN SUM-FILE-DAYSTATE
010490             OPEN OUTPUT REST-DAYS-FILE
010500             MOVE WS-REST-DAYS-STATUS TO WS-IO-STATUS
010510             MOVE "RESTDAYS"          TO WS-IO-DD-NAME
010520     END-EVALUATE
010530     MOVE WS-IO-DD-NAME TO FSTAT-DD-NAME
010540     MOVE "OPEN    "    TO FSTAT-OPERATION
010550     MOVE WS-IO-STATUS  TO FSTAT-FILE-STATUS
010560     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
010570 6900-EXIT.
010580     EXIT.
010590
010600 6950-WRITE-STAGING.
010610     EVALUATE TRUE
010620         WHEN SUM-FILE-MSGFILE
010630             WRITE REST-MSG-RECORD FROM WS-SNAP-RECORD(1:102)
010640             MOVE WS-REST-MSG-STATUS  TO WS-IO-STATUS
010650             MOVE "RESTMSG "          TO WS-IO-DD-NAME
010660         WHEN SUM-FILE-CALFILE
010670             WRITE REST-CAL-RECORD FROM WS-SNAP-RECORD(1:80)
010680             MOVE WS-REST-CAL-STATUS  TO WS-IO-STATUS
010690             MOVE "RESTCAL "          TO WS-IO-DD-NAME
010700         WHEN SUM-FILE-SLAFILE
010710             WRITE REST-SLA-RECORD FROM WS-SNAP-RECORD(1:80)
010720             MOVE WS-REST-SLA-STATUS  TO WS-IO-STATUS
010730             MOVE "RESTSLA "          TO WS-IO-DD-NAME
010740         WHEN SUM-FILE-BASEFILE
010750             WRITE REST-BASE-RECORD FROM WS-SNAP-RECORD(1:80)
010760             MOVE WS-REST-BASE-STATUS TO WS-IO-STATUS
010770             MOVE "RESTBASE"          TO WS-IO-DD-NAME
010780         WHEN SUM-FILE-DAYSTATE
010790             WRITE REST-DAYS-RECORD FROM WS-SNAP-RECORD(1:42)
010800             MOVE WS-REST-DAYS-STATUS TO WS-IO-STATUS
010810             MOVE "RESTDAYS"          TO WS-IO-DD-NAME
010820     END-EVALUATE
010830     MOVE WS-IO-DD-NAME TO FSTAT-DD-NAME
010840     MOVE "WRITE   "    TO FSTAT-OPERATION
010850     MOVE WS-IO-STATUS  TO FSTAT-FILE-STATUS
010860     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
010870 6950-EXIT.
010880     EXIT.
010890
010900 6980-CLOSE-STAGING.
010910     EVALUATE TRUE
010920         WHEN SUM-FILE-MSGFILE
010930             CLOSE REST-MSG-FILE
010940             MOVE WS-REST-MSG-STATUS  TO WS-IO-STATUS
010950             MOVE "RESTMSG "          TO WS-IO-DD-NAME
010960         WHEN SUM-FILE-CALFILE
010970             CLOSE REST-CAL-FILE
010980             MOVE WS-REST-CAL-STATUS  TO WS-IO-STATUS
010990             MOVE "RESTCAL "          TO WS-IO-DD-NAME
011000         WHEN SUM-FILE-SLAFILE
011010             CLOSE REST-SLA-FILE
011020             MOVE WS-REST-SLA-STATUS  TO WS-IO-STATUS
011030             MOVE "RESTSLA "          TO WS-IO-DD-NAME
011040         WHEN SUM-FILE-BASEFILE
011050             CLOSE REST-BASE-FILE
011060             MOVE WS-REST-BASE-STATUS TO WS-IO-STATUS
011070             MOVE "RESTBASE"          TO WS-IO-DD-NAME
011080         WHEN SUM-FILE-DAYSTATE
011090             CLOSE REST-DAYS-FILE
011100             MOVE WS-REST-DAYS-STATUS TO WS-IO-STATUS
011110             MOVE "RESTDAYS"          TO WS-IO-DD-NAME
011120     END-EVALUATE
011130     MOVE WS-IO-DD-NAME TO FSTAT-DD-NAME
011140     MOVE "CLOSE   "    TO FSTAT-OPERATION
011150     MOVE WS-IO-STATUS  TO FSTAT-FILE-STATUS
011160     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
011170 6980-EXIT.
011180     EXIT.
011190
011200*----------------------------------------------------------------*
011210* 7000-WRITE-ALERT-RECORD                                        *
011220*    APPENDS ONE WARNING ALERT CARRYING WS-ALERT-TEXT AND THE    *
011230*    STEP'S RETURN CODE.  A MISSING ALERT FILE IS CREATED.  THE  *
011240*    CONTROL FILES ARE SHARED BY EVERY ENTITY, SO THE ALERT      *
011250*    CARRIES THE HOME ENTITY.                                    *
011260*----------------------------------------------------------------*
011270 7000-WRITE-ALERT-RECORD.
011280     OPEN EXTEND ALERT-FILE
011290     IF WS-ALERT-FILE-STATUS = "05"
011300         OR WS-ALERT-FILE-STATUS = "35"
011310         CLOSE ALERT-FILE
011320         OPEN OUTPUT ALERT-FILE
011330     END-IF
011340     MOVE "ALERTFIL" TO FSTAT-DD-NAME
011350     MOVE "OPEN    " TO FSTAT-OPERATION
011360     MOVE WS-ALERT-FILE-STATUS TO FSTAT-FILE-STATUS
011370     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
011380     IF FSTAT-RETURN-CODE NOT = ZERO
011390         GO TO 7000-EXIT
011400     END-IF
011410     MOVE WS-JH-JOB-NAME       TO ALR-JOB-NAME
011420     MOVE WS-JH-RUN-ID         TO ALR-RUN-ID
011430     MOVE WS-JH-RUN-DATE       TO ALR-RUN-DATE
011440     MOVE WS-JH-RUN-TIME       TO ALR-RUN-TIME
011450     MOVE "W"                  TO ALR-SEVERITY
011460     MOVE WS-ALERT-TEXT        TO ALR-MESSAGE-TEXT
011470     MOVE WS-FINAL-RETURN-CODE TO ALR-RETURN-CODE
011480     MOVE "O"                  TO ALR-STATUS
011490     MOVE SPACES               TO ALR-ACK-OPERATOR
011500     MOVE SPACES               TO ALR-ACK-TIMESTAMP
011510     MOVE "0000"               TO ALR-ENTITY-CODE
011520     MOVE SPACES               TO ALR-RESERVED
011530     WRITE ALERT-RECORD
011540     MOVE "ALERTFIL" TO FSTAT-DD-NAME
011550     MOVE "WRITE   " TO FSTAT-OPERATION
011560     MOVE WS-ALERT-FILE-STATUS TO FSTAT-FILE-STATUS
011570     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
011580     CLOSE ALERT-FILE.
011590 7000-EXIT.
011600     EXIT.
011610
011620*----------------------------------------------------------------*
011630* 7900-PRINT-MESSAGE                                             *
011640*    PRINTS WS-MESSAGE-LINE SINGLE-SPACED.                       *
011650*----------------------------------------------------------------*
011660 7900-PRINT-MESSAGE.
011670     MOVE " " TO PRT-CARRIAGE-CONTROL
011680     MOVE WS-MESSAGE-LINE TO PRT-TEXT
011690     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT.
011700 7900-EXIT.
011710     EXIT.
011720
011730 7950-WRITE-PRINT-LINE.
011740     WRITE PRT-FILE-RECORD.
011750 7950-EXIT.
011760     EXIT.
011770
011780*----------------------------------------------------------------*
011790* 8000-TERMINATE                                                 *
011800*    CLOSES THE REPORT.                                          *
011810*----------------------------------------------------------------*
011820 8000-TERMINATE.
011830     CLOSE PRINT-FILE
011840     MOVE "PRTFILE " TO FSTAT-DD-NAME
011850     MOVE "CLOSE   " TO FSTAT-OPERATION
011860     MOVE WS-PRINT-FILE-STATUS TO FSTAT-FILE-STATUS
011870     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
011880 8000-EXIT.
011890     EXIT.
011900
011910*----------------------------------------------------------------*
011920* 9800-CHECK-FILE-STATUS                                         *
011930*    ROUTES FSTAT-AREA THROUGH THE SHARED COBFSTAT HANDLER AND   *
011940*    CARRIES ITS RETURN CODE INTO THE STEP'S FINAL RETURN CODE.  *
011950*----------------------------------------------------------------*
011960 9800-CHECK-FILE-STATUS.
011970     MOVE WS-JH-JOB-NAME TO FSTAT-JOB-NAME
011980     MOVE WS-JH-RUN-ID   TO FSTAT-RUN-ID
011990     CALL "COBFSTAT" USING FSTAT-AREA
012000     IF FSTAT-RETURN-CODE > WS-FINAL-RETURN-CODE
012010         MOVE FSTAT-RETURN-CODE TO WS-FINAL-RETURN-CODE
012020     END-IF.
012030 9800-EXIT.
012040     EXIT.
