000010******************************************************************
000020* PROGRAM-ID : RSTGEN                                           *
000030* AUTHOR     : D. L. FENWICK                                    *
000040* INSTALLATION : SHOP BATCH SUPPORT SECTION                      *
000050* DATE-WRITTEN  : 2026-10-15                                     *
000060*                                                                *
000070* NIGHTLY CHAIN RESTART-POINT GENERATOR.  WHEN THE CHAIN DIES   *
000080* IN THE NIGHT THE ON-CALL USED TO READ THE CHNSTAT REPORT,     *
000090* HAND-EDIT PARMCARD TO RESTART, AND WORK OUT A RESTART= STEP   *
000100* FOR THE NIGHTLY JOB CARD - THE SOURCE OF MOST OF THIS SHOP'S  *
000110* RESTART MISTAKES.  THIS STEP DOES THE WORK INSTEAD.           *
000120*                                                                *
000128* THE RUN-ID TO RESTART (BUSINESS DATE, CYCLE, AND ENTITY)      *
000137* COMES FROM THE SAME INQCARD CONTROL CARD THE CHAIN STATUS     *
000146* INQUIRY READS - HERE THE DATE IS REQUIRED; A BLANK ENTITY IS  *
000155* THE HOME ENTITY 0000.  THE STEP LOADS THE RUN-ID'S CHECKPOINT *
000164* AND AUDIT RECORDS, PUTS THE CHAIN-DEFINITION STEPS INTO RUN   *
000173* ORDER BY THEIR PREDECESSORS, AND TAKES THE FIRST ACTIVE STEP  *
000182* DEFINED FOR THE FAILED RUN'S MODE THAT HAS NO COMPLETE        *
000191* CHECKPOINT AS THE RESTART POINT.  IT THEN WRITES:             *
000200*   - RSTPARM: A READY-TO-SUBMIT RESTART PARMCARD RECORD - RUN  *
000210*     MODE RESTART (OR THE ORIGINAL MODE WHEN THE RESTART POINT *
000220*     IS THE FIRST STEP OF THE CHAIN, SO THE BUSINESS DAY IS    *
000230*     STILL OPENED OR CLOSED), THE LIVE CARD'S LANGUAGE CODE,   *
000240*     AND THE RUN-ID'S DATE, CYCLE, AND ENTITY AS OVERRIDES;    *
000250*   - RSTJCL: THE NIGHTLY MEMBER (READ FROM JCLIN) WITH         *
000260*     RESTART=<STEP> ADDED TO THE JOB STATEMENT AND EVERY       *
000270*     PARMCARD DD POINTED AT THE RESTART CARD;                  *
000280*   - PRTFILE: THE RESTART WORKSHEET - EVERY STEP IN CHAIN      *
000290*     ORDER WITH ITS CHECKPOINT, ITS LAST ATTEMPT, AND WHY THE  *
000300*     RESTART POINT WAS CHOSEN.                                 *
000310* THE STEP REFUSES - CLEARING BOTH OUTPUTS SO NOTHING STALE CAN *
000320* BE SUBMITTED, RAISING AN ALERTFIL RECORD, AND POSTING RC 8 -  *
000330* WHEN DAYSTATE SHOWS THE RUN'S BUSINESS DAY ALREADY CLOSED OR  *
000340* THE RUN-ID HAS NO CHECKPOINT OR AUDIT ACTIVITY AT ALL.        *
000350*                                                                *
000360* RETURN CODES: 0 = RESTART CARD AND MEMBER WRITTEN; 4 = EVERY  *
000370* STEP ALREADY COMPLETE - NOTHING TO RESTART; 8 = REFUSED, OR   *
000380* THE RESTART STEP IS MISSING FROM THE NIGHTLY MEMBER; 12 = I/O *
000390* FAILURE; 16 = CONTROL CARD, CHAINDEF, OR JCLIN UNUSABLE.      *
000400*------------------------------------------------------------------
000410* MOD HISTORY                                                    *
000420*   2026-10-15  DLF  INITIAL VERSION.                            *
000422*   2026-10-15  DLF  A BYPASS CHECKPOINT FROM THE STEP HOLD/     *
000424*                    BYPASS CONTROL FILE COUNTS AS DONE - THE    *
000426*                    OPERATORS SKIPPED THE STEP ON PURPOSE, SO   *
000428*                    IT IS NEVER CHOSEN AS THE RESTART POINT.    *
000428*   2026-10-15  DLF  THE CHECKPOINT FILE AND AUDIT LOG ARE NOW   *
000428*                    INDEXED; EACH IS STARTED AT THE FAILED RUN- *
000429*                    ID AND READ FORWARD ONLY WHILE THE RUN-ID   *
000429*                    MATCHES.                                    *
000429*   2026-10-15  DLF  ADDED THE ENTITY CODE TO THE RUN-ID CARD.   *
000429*                    IT ENDS THE RESTART RUN-ID, SELECTS THE     *
000429*                    ENTITY'S OWN DAY-STATE RECORD FOR THE       *
000429*                    REFUSAL CHECK, AND IS CARRIED ON THE        *
000429*                    RESTART CARD, THE ALERT RECORD, AND THE     *
000429*                    WORKSHEET HEADING.                          *
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.    RSTGEN.
000460 AUTHOR.        D. L. FENWICK.
000470 INSTALLATION.  SHOP BATCH SUPPORT SECTION.
000480 DATE-WRITTEN.  2026-10-15.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT INQ-FILE
000550         ASSIGN TO "INQCARD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-INQ-FILE-STATUS.
000580
000590     SELECT PARM-FILE
000600         ASSIGN TO "PARMCARD"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PARM-FILE-STATUS.
000630
000640     SELECT CKPT-FILE
000650         ASSIGN TO "CKPTFILE"
000655         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000665         RECORD KEY IS CKPT-KEY
000670         FILE STATUS IS WS-CKPT-FILE-STATUS.
000680
000690     SELECT AUDIT-FILE
000700         ASSIGN TO "AUDITLOG"
000705         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000715         RECORD KEY IS AUD-KEY
000720         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000730
000740     SELECT DAYS-FILE
000750         ASSIGN TO "DAYSTATE"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-DAYS-FILE-STATUS.
000780
000790     SELECT JCLIN-FILE
000800         ASSIGN TO "JCLIN"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-JCLIN-FILE-STATUS.
000830
000840     SELECT RSTJCL-FILE
000850         ASSIGN TO "RSTJCL"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-RSTJCL-FILE-STATUS.
000880
000890     SELECT RSTPARM-FILE
000900         ASSIGN TO "RSTPARM"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-RSTPARM-FILE-STATUS.
000930
000940     SELECT ALERT-FILE
000950         ASSIGN TO "ALERTFIL"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-ALERT-FILE-STATUS.
000980
000990     SELECT PRINT-FILE
001000         ASSIGN TO "PRTFILE"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-PRINT-FILE-STATUS.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060*----------------------------------------------------------------*
001070*    RUN-ID CONTROL CARD - BUSINESS DATE AND CYCLE TO RESTART.  *
001080*----------------------------------------------------------------*
001090 FD  INQ-FILE
001100     RECORDING MODE IS F.
001110     COPY INQCARD.
001120
001130*----------------------------------------------------------------*
001140*    LIVE RUN-MODE CARD, READ ONLY FOR ITS LANGUAGE CODE.  THE  *
001150*    CARD IS READ INTO THE PARMCARD LAYOUT IN WORKING-STORAGE,  *
001160*    WHICH THE RESTART CARD IS ALSO BUILT IN.                   *
001170*----------------------------------------------------------------*
001180 FD  PARM-FILE
001190     RECORDING MODE IS F.
001200 01  PARM-IN-RECORD              PIC X(80).
001210
001220*----------------------------------------------------------------*
001226*    CHECKPOINT FILE, KEYED ON RUN-ID - STARTED AT THE RUN-ID   *
001233*    AND READ FORWARD WHILE IT MATCHES.                         *
001240*----------------------------------------------------------------*
001255 FD  CKPT-FILE.
001270     COPY CKPTREC.
001280
001290*----------------------------------------------------------------*
001296*    AUDIT LOG, KEYED ON RUN-ID - STARTED AT THE RUN-ID AND     *
001303*    READ FORWARD WHILE IT MATCHES.                             *
001310*----------------------------------------------------------------*
001325 FD  AUDIT-FILE.
001340     COPY AUDITREC.
001350
001360*----------------------------------------------------------------*
001370*    BUSINESS DAY-STATE CONTROL FILE - SEE COPYBOOK DAYSTREC.   *
001380*----------------------------------------------------------------*
001390 FD  DAYS-FILE
001400     RECORDING MODE IS F.
001410     COPY DAYSTREC.
001420
001430*----------------------------------------------------------------*
001440*    THE NIGHTLY JCL MEMBER THE RESTART MEMBER IS BUILT FROM,   *
001450*    AND THE RESTART MEMBER ITSELF.  80-BYTE CARD IMAGES.       *
001460*----------------------------------------------------------------*
001470 FD  JCLIN-FILE
001480     RECORDING MODE IS F.
001490 01  JCLIN-RECORD                PIC X(80).
001500
001510 FD  RSTJCL-FILE
001520     RECORDING MODE IS F.
001530 01  RSTJCL-RECORD               PIC X(80).
001540
001550*----------------------------------------------------------------*
001560*    THE RESTART RUN-MODE CARD, WRITTEN FROM THE PARMCARD       *
001570*    LAYOUT IN WORKING-STORAGE.                                 *
001580*----------------------------------------------------------------*
001590 FD  RSTPARM-FILE
001600     RECORDING MODE IS F.
001610 01  RSTPARM-RECORD              PIC X(80).
001620
001630*----------------------------------------------------------------*
001640*    OPERATOR ALERT INTERFACE FILE.  OPENED EXTEND - A REFUSED  *
001650*    RESTART APPENDS ITS OWN RECORD.                            *
001660*----------------------------------------------------------------*
001670 FD  ALERT-FILE
001680     RECORDING MODE IS F.
001690     COPY ALERTREC.
001700
001710*----------------------------------------------------------------*
001720*    RESTART WORKSHEET.  A 133-BYTE RECORD - ONE CARRIAGE-      *
001730*    CONTROL BYTE FOLLOWED BY 132 BYTES OF PRINT TEXT.          *
001740*----------------------------------------------------------------*
001750 FD  PRINT-FILE
001760     RECORDING MODE IS F.
001770 01  PRT-FILE-RECORD.
001780     05  PRT-CARRIAGE-CONTROL    PIC X(01).
001790     05  PRT-TEXT                PIC X(132).
001800
001810 WORKING-STORAGE SECTION.
001820*----------------------------------------------------------------*
001830*    SHOP-STANDARD JOB HEADER.                                  *
001840*----------------------------------------------------------------*
001850 COPY JOBHDR.
001860
001870*----------------------------------------------------------------*
001880*    PARAMETER AREA USED TO ROUTE FILE STATUS CODES THROUGH    *
001890*    THE SHARED COBFSTAT HANDLER (SEE 9800-CHECK-FILE-STATUS). *
001900*----------------------------------------------------------------*
001910 COPY FSTATMSG.
001920
001930*----------------------------------------------------------------*
001940*    STEP-NAME TO PROGRAM-ID CROSS-REFERENCE, WITH RUN MODES,   *
001950*    PREDECESSORS, AND ACTIVE FLAGS, LOADED BY CHNLOAD.         *
001960*----------------------------------------------------------------*
001970 COPY STEPXREF.
001980
001990*----------------------------------------------------------------*
002000*    RUN-MODE CARD LAYOUT.  THE LIVE CARD IS READ INTO IT AND   *
002010*    THE RESTART CARD IS BUILT AND WRITTEN FROM IT.             *
002020*----------------------------------------------------------------*
002030 COPY PARMCARD.
002040
002050*----------------------------------------------------------------*
002060*    RESTART CARD DATASET NAME.  THE PARMCARD DDS OF THE        *
002070*    RESTART MEMBER ARE POINTED HERE - IT MUST MATCH THE        *
002080*    RSTPARM DD IN JCL MEMBER RSTGEN.  CHANGE BOTH TOGETHER.    *
002090*----------------------------------------------------------------*
002100 01  WS-RESTART-PARM-DD           PIC X(80) VALUE
002110     "//PARMCARD DD DSN=BATCH.CNTL.PARMCARD.RESTART,DISP=SHR".
002120
002130*----------------------------------------------------------------*
002140*    FILE STATUS WORK AREAS.                                    *
002150*----------------------------------------------------------------*
002160 77  WS-INQ-FILE-STATUS           PIC X(02) VALUE "00".
002170 77  WS-PARM-FILE-STATUS          PIC X(02) VALUE "00".
002180 77  WS-CKPT-FILE-STATUS          PIC X(02) VALUE "00".
002190 77  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".
002200 77  WS-DAYS-FILE-STATUS          PIC X(02) VALUE "00".
002210 77  WS-JCLIN-FILE-STATUS         PIC X(02) VALUE "00".
002220 77  WS-RSTJCL-FILE-STATUS        PIC X(02) VALUE "00".
002230 77  WS-RSTPARM-FILE-STATUS       PIC X(02) VALUE "00".
002240 77  WS-ALERT-FILE-STATUS         PIC X(02) VALUE "00".
002250 77  WS-PRINT-FILE-STATUS         PIC X(02) VALUE "00".
002260
002270*----------------------------------------------------------------*
002280*    SWITCHES.                                                  *
002290*----------------------------------------------------------------*
002300 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
002310     88  WS-EOF                       VALUE "Y".
002320 77  WS-REFUSED-SWITCH            PIC X(01) VALUE "N".
002330     88  WS-RESTART-REFUSED           VALUE "Y".
002340 77  WS-POINT-SWITCH              PIC X(01) VALUE "N".
002350     88  WS-RESTART-POINT-FOUND       VALUE "Y".
002360 77  WS-PROGRESS-SWITCH           PIC X(01) VALUE "N".
002370     88  WS-ORDER-PROGRESS            VALUE "Y".
002380 77  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
002390     88  WS-ENTRY-FOUND               VALUE "Y".
002400 77  WS-CKPT-HIT-SWITCH           PIC X(01) VALUE "N".
002410     88  WS-CKPT-HIT                  VALUE "Y".
002413 77  WS-CKPT-HIT-STATUS           PIC X(01) VALUE SPACE.
002416     88  WS-CKPT-HIT-BYPASS           VALUE "B".
002420 77  WS-JOB-CARD-SWITCH           PIC X(01) VALUE "N".
002430     88  WS-IN-JOB-CARD               VALUE "I".
002440     88  WS-JOB-CARD-DONE             VALUE "D".
002450 77  WS-EXEC-SWITCH               PIC X(01) VALUE "N".
002460     88  WS-RESTART-EXEC-FOUND        VALUE "Y".
002470 77  WS-LENGTH-FOUND-SWITCH       PIC X(01) VALUE "N".
002480     88  WS-LENGTH-FOUND              VALUE "Y".
002490
002500*----------------------------------------------------------------*
002510*    RUN-ID UNDER RESTART AND THE RETURN CODE.                  *
002520*----------------------------------------------------------------*
002530 77  WS-FINAL-RETURN-CODE         PIC 9(04) VALUE ZERO.
002540 77  WS-RESTART-DATE              PIC X(08) VALUE SPACES.
002550 77  WS-RESTART-CYCLE             PIC X(02) VALUE "00".
002555 77  WS-RESTART-ENTITY            PIC X(04) VALUE "0000".
002560 77  WS-RESTART-RUN-ID            PIC X(14) VALUE SPACES.
002570 77  WS-RESTART-MODE              PIC X(14) VALUE SPACES.
002580 77  WS-RESTART-MODE-SOURCE       PIC X(40) VALUE SPACES.
002590 77  WS-CARD-MODE                 PIC X(14) VALUE SPACES.
002600 77  WS-LANGUAGE-CODE             PIC X(02) VALUE "EN".
002610 77  WS-REFUSAL-TEXT              PIC X(80) VALUE SPACES.
002620 77  WS-LATEST-STAMP              PIC X(14) VALUE SPACES.
002630
002640*----------------------------------------------------------------*
002650*    THE RUN-ID'S CHECKPOINT RECORDS.                           *
002660*----------------------------------------------------------------*
002670 77  WS-CKP-TABLE-MAX             PIC 9(04) COMP VALUE 100.
002680 77  WS-CKP-OVERFLOW              PIC 9(05) COMP VALUE ZERO.
002690 77  WS-CKP-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
002700 77  WS-CKP-IDX                   PIC 9(04) COMP VALUE ZERO.
002710 01  WS-CKPT-TABLE.
002720     05  WS-CKP-ENTRY OCCURS 100 TIMES.
002730         10  WS-CKP-STEP-NAME         PIC X(08).
002740         10  WS-CKP-RUN-MODE          PIC X(14).
002750         10  WS-CKP-STATUS            PIC X(01).
002760         10  WS-CKP-STAMP             PIC X(14).
002770
002780*----------------------------------------------------------------*
002790*    THE RUN-ID'S AUDIT RECORDS.                                *
002800*----------------------------------------------------------------*
002810 77  WS-AUD-TABLE-MAX             PIC 9(04) COMP VALUE 200.
002820 77  WS-AUD-OVERFLOW              PIC 9(05) COMP VALUE ZERO.
002830 77  WS-AUD-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
002840 77  WS-AUD-IDX                   PIC 9(04) COMP VALUE ZERO.
002850 77  WS-AUD-PICK                  PIC 9(04) COMP VALUE ZERO.
002860 01  WS-AUDIT-TABLE.
002870     05  WS-AUD-ENTRY OCCURS 200 TIMES.
002880         10  WS-AUD-TAB-PROGRAM       PIC X(08).
002890         10  WS-AUD-TAB-MODE          PIC X(14).
002900         10  WS-AUD-TAB-RC            PIC 9(04).
002910         10  WS-AUD-TAB-START         PIC X(14).
002920
002930*----------------------------------------------------------------*
002940*    CHAIN RUN ORDER.  EACH ENTRY IS A SUBSCRIPT INTO THE       *
002950*    CROSS-REFERENCE TABLE; THE PLACED FLAGS PARALLEL THAT      *
002960*    TABLE.  A STEP IS PLACED ONCE ITS PREDECESSOR IS PLACED    *
002970*    (OR IT HAS NONE, OR ITS PREDECESSOR IS NOT ON CHAINDEF).   *
002980*----------------------------------------------------------------*
002990 77  WS-ORD-COUNT                 PIC 9(04) COMP VALUE ZERO.
003000 77  WS-ORD-IDX                   PIC 9(04) COMP VALUE ZERO.
003010 77  WS-XREF-IDX                  PIC 9(04) COMP VALUE ZERO.
003020 77  WS-XREF-HIT                  PIC 9(04) COMP VALUE ZERO.
003030 77  WS-MODE-IDX                  PIC 9(04) COMP VALUE ZERO.
003035 77  WS-SCAN-IDX                  PIC 9(04) COMP VALUE ZERO.
003040 77  WS-POINT-ORD                 PIC 9(04) COMP VALUE ZERO.
003050 01  WS-ORDER-TABLE.
003060     05  WS-ORD-XREF              PIC 9(04) COMP OCCURS 50 TIMES.
003070 01  WS-PLACED-TABLE.
003080     05  WS-PLACED-FLAG           PIC X(01) OCCURS 50 TIMES.
003090         88  WS-STEP-PLACED           VALUE "Y".
003100 77  WS-WANTED-STEP               PIC X(08) VALUE SPACES.
003110
003120*----------------------------------------------------------------*
003130*    THE STEP CHOSEN AS THE RESTART POINT AND WHY.              *
003140*----------------------------------------------------------------*
003150 77  WS-POINT-STEP                PIC X(08) VALUE SPACES.
003160 77  WS-POINT-REASON              PIC X(80) VALUE SPACES.
003170
003180*----------------------------------------------------------------*
003190*    JCL COPY WORK AREAS.                                       *
003200*----------------------------------------------------------------*
003210 01  WS-JCL-LINE                  PIC X(80) VALUE SPACES.
003220 01  WS-EXEC-PREFIX               PIC X(12) VALUE SPACES.
003230 77  WS-EXEC-PREFIX-LENGTH        PIC 9(04) COMP VALUE ZERO.
003240 77  WS-STRING-PTR                PIC 9(04) COMP VALUE ZERO.
003250 77  WS-LAST-NONBLANK             PIC 9(04) COMP VALUE ZERO.
003260 77  WS-JOB-TALLY                 PIC 9(04) COMP VALUE ZERO.
003270 77  WS-EXEC-TALLY                PIC 9(04) COMP VALUE ZERO.
003280 77  WS-JCL-IN-COUNT              PIC 9(05) COMP VALUE ZERO.
003290 77  WS-JCL-OUT-COUNT             PIC 9(05) COMP VALUE ZERO.
003300 77  WS-PARM-DD-COUNT             PIC 9(05) COMP VALUE ZERO.
003310
003320*----------------------------------------------------------------*
003330*    MISCELLANEOUS NUMERIC/DATE WORK AREAS.                     *
003340*----------------------------------------------------------------*
003350 77  WS-SYSDATE                   PIC 9(06) VALUE ZERO.
003360 77  WS-SYSTIME                   PIC 9(08) VALUE ZERO.
003370
003380*----------------------------------------------------------------*
003390*    WORKSHEET LINE LAYOUTS.                                    *
003400*----------------------------------------------------------------*
003410 01  WS-TITLE-LINE                PIC X(132) VALUE
003420     "RSTGEN - NIGHTLY CHAIN RESTART-POINT WORKSHEET".
003430 01  WS-RUNDATE-LINE              PIC X(132) VALUE SPACES.
003440 01  WS-MESSAGE-LINE              PIC X(132) VALUE SPACES.
003450
003460 01  WS-STEP-HEADER-1.
003470     05  FILLER                   PIC X(04) VALUE " SEQ".
003480     05  FILLER                   PIC X(02) VALUE SPACES.
003490     05  FILLER                   PIC X(08) VALUE "STEP    ".
003500     05  FILLER                   PIC X(02) VALUE SPACES.
003510     05  FILLER                   PIC X(08) VALUE "MODULE  ".
003520     05  FILLER                   PIC X(02) VALUE SPACES.
003530     05  FILLER                   PIC X(10) VALUE "CHECKPOINT".
003540     05  FILLER                   PIC X(02) VALUE SPACES.
003550     05  FILLER                   PIC X(18) VALUE "LAST ATTEMPT".
003560     05  FILLER                   PIC X(02) VALUE SPACES.
003570     05  FILLER                   PIC X(40) VALUE "DISPOSITION".
003580     05  FILLER                   PIC X(34) VALUE SPACES.
003590
003600 01  WS-STEP-LINE.
003610     05  WS-STL-SEQ               PIC ZZZ9.
003620     05  FILLER                   PIC X(02) VALUE SPACES.
003630     05  WS-STL-STEP              PIC X(08).
003640     05  FILLER                   PIC X(02) VALUE SPACES.
003650     05  WS-STL-MODULE            PIC X(08).
003660     05  FILLER                   PIC X(02) VALUE SPACES.
003670     05  WS-STL-CKPT              PIC X(10).
003680     05  FILLER                   PIC X(02) VALUE SPACES.
003690     05  WS-STL-ATTEMPT           PIC X(18).
003700     05  FILLER                   PIC X(02) VALUE SPACES.
003710     05  WS-STL-DISPOSITION       PIC X(40).
003720     05  FILLER                   PIC X(34) VALUE SPACES.
003730
003740 77  WS-EDIT-RC                   PIC ZZZ9.
003750 77  WS-EDIT-COUNT                PIC ZZZZ9.
003760
003770******************************************************************
003780* 0000-MAINLINE                                                  *
003790*    RESOLVES THE RUN-ID, LOADS THE CHAIN AND THE RUN'S         *
003800*    RECORDS, REFUSES A CLOSED DAY OR AN IDLE RUN-ID, AND        *
003810*    OTHERWISE CHOOSES THE RESTART POINT AND WRITES THE RESTART  *
003820*    MEMBER AND CARD.  THE WORKSHEET IS PRINTED WHATEVER         *
003830*    HAPPENS.                                                    *
003840******************************************************************
003850 PROCEDURE DIVISION.
003860
003870 0000-MAINLINE.
003880     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003890     IF WS-FINAL-RETURN-CODE NOT < 12
003900         GO TO 0000-WRAP-UP
003910     END-IF
003920     PERFORM 1200-LOAD-CHAIN-DEFINITION THRU 1200-EXIT
003930     IF WS-FINAL-RETURN-CODE NOT < 12
003940         GO TO 0000-WRAP-UP
003950     END-IF
003960     PERFORM 3000-LOAD-CKPT-RECORDS THRU 3000-EXIT
003970     PERFORM 3500-LOAD-AUDIT-RECORDS THRU 3500-EXIT
003980     IF WS-FINAL-RETURN-CODE NOT < 12
003990         GO TO 0000-WRAP-UP
004000     END-IF
004010     PERFORM 4000-CHECK-REFUSAL THRU 4000-EXIT
004020     IF WS-RESTART-REFUSED
004030         PERFORM 4500-REFUSE-RESTART THRU 4500-EXIT
004040         GO TO 0000-WRAP-UP
004050     END-IF
004060     PERFORM 5000-DETERMINE-RUN-MODE THRU 5000-EXIT
004070     PERFORM 5100-ORDER-CHAIN THRU 5100-EXIT
004080     PERFORM 5500-CHOOSE-RESTART-POINT THRU 5500-EXIT
004090     IF NOT WS-RESTART-POINT-FOUND
004100         PERFORM 5900-NOTHING-TO-RESTART THRU 5900-EXIT
004110         GO TO 0000-WRAP-UP
004120     END-IF
004130     PERFORM 6000-WRITE-RESTART-MEMBER THRU 6000-EXIT
004140     IF WS-FINAL-RETURN-CODE NOT < 8
004150         PERFORM 6900-CLEAR-OUTPUTS THRU 6900-EXIT
004160     ELSE
004170         PERFORM 6500-WRITE-RESTART-CARD THRU 6500-EXIT
004180     END-IF.
004190
004200 0000-WRAP-UP.
004210     PERFORM 8000-TERMINATE THRU 8000-EXIT
004220     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
004230     GOBACK.
004240
004250*----------------------------------------------------------------*
004260* 1000-INITIALIZE                                                *
004270*    STAMPS THE JOB HEADER, OPENS THE WORKSHEET, AND READS THE  *
004280*    RUN-ID CARD.  UNLIKE THE STATUS INQUIRY THIS STEP WILL NOT *
004290*    DEFAULT THE DATE - RESTARTING THE WRONG BUSINESS DATE IS   *
004300*    EXACTLY THE MISTAKE IT EXISTS TO PREVENT - SO A MISSING,   *
004310*    EMPTY, OR NON-NUMERIC DATE STOPS THE STEP WITH RC 16.  A   *
004317*    BLANK CYCLE IS CYCLE 00, AND A BLANK ENTITY IS THE HOME    *
004325*    ENTITY 0000.  THE LIVE PARMCARD IS READ FOR ITS LANGUAGE   *
004332*    CODE (DEFAULT EN).                                         *
004340*----------------------------------------------------------------*
004350 1000-INITIALIZE.
004360     MOVE "RSTGEN  " TO WS-JH-JOB-NAME
004370     ACCEPT WS-SYSDATE FROM DATE
004380     ACCEPT WS-SYSTIME FROM TIME
004390     MOVE "20"         TO WS-JH-RUN-DATE(1:2)
004400     MOVE WS-SYSDATE   TO WS-JH-RUN-DATE(3:6)
004410     MOVE WS-SYSTIME   TO WS-JH-RUN-TIME
004420     STRING WS-JH-RUN-DATE DELIMITED BY SIZE
004430            "000000"       DELIMITED BY SIZE
004440            INTO WS-JH-RUN-ID
004450     END-STRING
004460     OPEN OUTPUT PRINT-FILE
004470     OPEN INPUT INQ-FILE
004480     IF WS-INQ-FILE-STATUS = "00"
004490         READ INQ-FILE
004500             AT END
004510                 CONTINUE
004520             NOT AT END
004530                 IF INQ-RUN-DATE IS NUMERIC
004540                     MOVE INQ-RUN-DATE TO WS-RESTART-DATE
004550                 END-IF
004560                 IF INQ-CYCLE-NUMBER NOT = SPACES
004570                     AND INQ-CYCLE-NUMBER IS NUMERIC
004580                     MOVE INQ-CYCLE-NUMBER TO WS-RESTART-CYCLE
004590                 END-IF
004592                 IF INQ-ENTITY-CODE NOT = SPACES
004595                     MOVE INQ-ENTITY-CODE TO WS-RESTART-ENTITY
004597                 END-IF
004600         END-READ
004610         CLOSE INQ-FILE
004620     END-IF
004630     STRING WS-RESTART-DATE  DELIMITED BY SIZE
004640            WS-RESTART-CYCLE DELIMITED BY SIZE
004650            WS-RESTART-ENTITY DELIMITED BY SIZE
004660            INTO WS-RESTART-RUN-ID
004670     END-STRING
004680     PERFORM 5110-WRITE-REPORT-HEADERS THRU 5110-EXIT
004690     IF WS-RESTART-DATE = SPACES
004700         STRING "INQCARD MISSING, EMPTY, OR WITHOUT A NUMERIC"
004705                    DELIMITED BY SIZE
004710                " RUN DATE - NO RUN-ID TO RESTART"
004712                    DELIMITED BY SIZE
004715                INTO WS-MESSAGE-LINE
004717         END-STRING
004720         PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
004730         MOVE 16 TO WS-FINAL-RETURN-CODE
004740         GO TO 1000-EXIT
004750     END-IF
004760     OPEN INPUT PARM-FILE
004770     IF WS-PARM-FILE-STATUS = "00"
004780         READ PARM-FILE INTO PARM-CARD-RECORD
004790             AT END
004800                 CONTINUE
004810             NOT AT END
004820                 IF PARM-LANGUAGE-CODE NOT = SPACES
004830                     MOVE PARM-LANGUAGE-CODE TO WS-LANGUAGE-CODE
004840                 END-IF
004850         END-READ
004860         CLOSE PARM-FILE
004870     END-IF.
004880 1000-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------*
004920* 1200-LOAD-CHAIN-DEFINITION                                     *
004930*    LOADS THE CHAIN THROUGH THE SHARED CHNLOAD ROUTINE.  THE   *
004940*    RESTART POINT CANNOT BE CHOSEN WITHOUT THE CHAIN, SO A     *
004950*    FAILED LOAD STOPS THE STEP; AN OVERFLOW IS PRINTED AND     *
004960*    POSTED BUT THE LOADED STEPS ARE STILL USED.                *
004970*----------------------------------------------------------------*
004980 1200-LOAD-CHAIN-DEFINITION.
004990     MOVE WS-JH-JOB-NAME TO XREF-JOB-NAME
005000     MOVE WS-JH-RUN-ID   TO XREF-RUN-ID
005010     CALL "CHNLOAD" USING XREF-AREA
005020     IF XREF-RETURN-CODE = ZERO
005030         GO TO 1200-EXIT
005040     END-IF
005050     MOVE XREF-MESSAGE-TEXT TO WS-MESSAGE-LINE
005060     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
005070     IF XREF-RETURN-CODE NOT < 12
005080         MOVE 16 TO WS-FINAL-RETURN-CODE
005090     ELSE
005100         IF XREF-RETURN-CODE > WS-FINAL-RETURN-CODE
005110             MOVE XREF-RETURN-CODE TO WS-FINAL-RETURN-CODE
005120         END-IF
005130     END-IF.
005140 1200-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------------*
005180* 3000-LOAD-CKPT-RECORDS                                         *
005190*    LOADS THE RUN-ID'S CHECKPOINT RECORDS.  A MISSING FILE     *
005200*    MEANS NO CHECKPOINTS WERE EVER WRITTEN.                    *
005210*----------------------------------------------------------------*
005220 3000-LOAD-CKPT-RECORDS.
005230     OPEN INPUT CKPT-FILE
005240     IF WS-CKPT-FILE-STATUS NOT = "00"
005250         IF WS-CKPT-FILE-STATUS NOT = "05"
005260             AND WS-CKPT-FILE-STATUS NOT = "35"
005270             MOVE "CKPTFILE" TO FSTAT-DD-NAME
005280             MOVE "OPEN    " TO FSTAT-OPERATION
005290             MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
005300             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005310         END-IF
005320         GO TO 3000-EXIT
005330     END-IF
005340     MOVE "N" TO WS-EOF-SWITCH
005340     MOVE WS-RESTART-RUN-ID TO CKPT-RUN-ID
005341     MOVE LOW-VALUES TO CKPT-STEP-NAME CKPT-RUN-MODE
005342     START CKPT-FILE KEY NOT < CKPT-KEY
005342         INVALID KEY
005343             SET WS-EOF TO TRUE
005344     END-START
005344     IF WS-CKPT-FILE-STATUS NOT = "00"
005345         AND WS-CKPT-FILE-STATUS NOT = "23"
005346         SET WS-EOF TO TRUE
005346         MOVE "CKPTFILE" TO FSTAT-DD-NAME
005347         MOVE "START   " TO FSTAT-OPERATION
005348         MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
005348         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005349     END-IF
005350     PERFORM 3010-READ-CKPT-RECORD THRU 3010-EXIT
005360         UNTIL WS-EOF
005370     CLOSE CKPT-FILE.
005380 3000-EXIT.
005390     EXIT.
005400
005410 3010-READ-CKPT-RECORD.
005420     READ CKPT-FILE NEXT
005430         AT END
005440             SET WS-EOF TO TRUE
005450         NOT AT END
005460             IF CKPT-RUN-ID = WS-RESTART-RUN-ID
005470                 IF WS-CKP-TABLE-COUNT < WS-CKP-TABLE-MAX
005480                     ADD 1 TO WS-CKP-TABLE-COUNT
005490                     MOVE CKPT-STEP-NAME TO
005500                       WS-CKP-STEP-NAME(WS-CKP-TABLE-COUNT)
005510                     MOVE CKPT-RUN-MODE TO
005520                       WS-CKP-RUN-MODE(WS-CKP-TABLE-COUNT)
005530                     MOVE CKPT-STATUS TO
005540                       WS-CKP-STATUS(WS-CKP-TABLE-COUNT)
005550                     MOVE CKPT-TIMESTAMP TO
005560                       WS-CKP-STAMP(WS-CKP-TABLE-COUNT)
005570                 ELSE
005580                     ADD 1 TO WS-CKP-OVERFLOW
005590                 END-IF
005593             ELSE
005596                 SET WS-EOF TO TRUE
005600             END-IF
005610     END-READ.
005620 3010-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------*
005660* 3500-LOAD-AUDIT-RECORDS                                        *
005670*    LOADS THE RUN-ID'S AUDIT RECORDS.  A MISSING FILE MEANS    *
005680*    THE CHAIN NEVER RAN AT ALL.                                *
005690*----------------------------------------------------------------*
005700 3500-LOAD-AUDIT-RECORDS.
005710     OPEN INPUT AUDIT-FILE
005720     IF WS-AUDIT-FILE-STATUS NOT = "00"
005730         IF WS-AUDIT-FILE-STATUS NOT = "05"
005740             AND WS-AUDIT-FILE-STATUS NOT = "35"
005750             MOVE "AUDITLOG" TO FSTAT-DD-NAME
005760             MOVE "OPEN    " TO FSTAT-OPERATION
005770             MOVE WS-AUDIT-FILE-STATUS TO FSTAT-FILE-STATUS
005780             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005790         END-IF
005800         GO TO 3500-EXIT
005810     END-IF
005820     MOVE "N" TO WS-EOF-SWITCH
005820     MOVE WS-RESTART-RUN-ID TO AUD-RUN-ID
005821     MOVE LOW-VALUES TO AUD-PROGRAM-ID AUD-START-TIMESTAMP
005822     START AUDIT-FILE KEY NOT < AUD-KEY
005822         INVALID KEY
005823             SET WS-EOF TO TRUE
005824     END-START
005824     IF WS-AUDIT-FILE-STATUS NOT = "00"
005825         AND WS-AUDIT-FILE-STATUS NOT = "23"
005826         SET WS-EOF TO TRUE
005826         MOVE "AUDITLOG" TO FSTAT-DD-NAME
005827         MOVE "START   " TO FSTAT-OPERATION
005828         MOVE WS-AUDIT-FILE-STATUS TO FSTAT-FILE-STATUS
005828         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005829     END-IF
005830     PERFORM 3510-READ-AUDIT-RECORD THRU 3510-EXIT
005840         UNTIL WS-EOF
005850     CLOSE AUDIT-FILE.
005860 3500-EXIT.
005870     EXIT.
005880
005890 3510-READ-AUDIT-RECORD.
005900     READ AUDIT-FILE NEXT
005910         AT END
005920             SET WS-EOF TO TRUE
005930         NOT AT END
005940             IF AUD-RUN-ID = WS-RESTART-RUN-ID
005950                 IF WS-AUD-TABLE-COUNT < WS-AUD-TABLE-MAX
005960                     ADD 1 TO WS-AUD-TABLE-COUNT
005970                     MOVE AUD-PROGRAM-ID TO
005980                       WS-AUD-TAB-PROGRAM(WS-AUD-TABLE-COUNT)
005990                     MOVE AUD-RUN-MODE TO
006000                       WS-AUD-TAB-MODE(WS-AUD-TABLE-COUNT)
006010                     MOVE AUD-RETURN-CODE TO
006020                       WS-AUD-TAB-RC(WS-AUD-TABLE-COUNT)
006030                     MOVE AUD-START-TIMESTAMP TO
006040                       WS-AUD-TAB-START(WS-AUD-TABLE-COUNT)
006050                 ELSE
006060                     ADD 1 TO WS-AUD-OVERFLOW
006070                 END-IF
006073             ELSE
006076                 SET WS-EOF TO TRUE
006080             END-IF
006090     END-READ.
006100 3510-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------------*
006140* 4000-CHECK-REFUSAL                                             *
006150*    A RESTART IS REFUSED WHEN THE DAY-STATE RECORD SHOWS THE   *
006160*    RUN'S BUSINESS DATE ALREADY CLOSED - END-OF-DAY HAS RUN    *
006170*    AND RESTARTING THE DAY'S CHAIN WOULD REOPEN SETTLED WORK - *
006180*    OR WHEN THE RUN-ID HAS NO CHECKPOINT OR AUDIT RECORD AT    *
006190*    ALL, WHICH IS ALMOST ALWAYS A MISTYPED DATE OR CYCLE.  A   *
006194*    MISSING DAY-STATE FILE REFUSES NOTHING.  ONLY THE RUN'S    *
006198*    OWN ENTITY'S DAY-STATE RECORD IS CONSULTED (BLANK IS THE   *
006202*    HOME ENTITY 0000) - ANOTHER UNIT'S CLOSED DAY NEVER        *
006206*    REFUSES THIS ONE'S RESTART.                                *
006210*----------------------------------------------------------------*
006220 4000-CHECK-REFUSAL.
006230     OPEN INPUT DAYS-FILE
006240     EVALUATE TRUE
006250         WHEN WS-DAYS-FILE-STATUS = "00"
006300             MOVE "N" TO WS-EOF-SWITCH
006350             PERFORM 4010-READ-DAY-STATE THRU 4010-EXIT
006400                 UNTIL WS-EOF
006450             CLOSE DAYS-FILE
006460         WHEN WS-DAYS-FILE-STATUS = "05"
006470             OR WS-DAYS-FILE-STATUS = "35"
006480             CONTINUE
006490         WHEN OTHER
006500             MOVE "DAYSTATE" TO FSTAT-DD-NAME
006510             MOVE "OPEN    " TO FSTAT-OPERATION
006520             MOVE WS-DAYS-FILE-STATUS TO FSTAT-FILE-STATUS
006530             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
006540     END-EVALUATE
006550     IF WS-RESTART-REFUSED
006560         GO TO 4000-EXIT
006570     END-IF
006580     IF WS-CKP-TABLE-COUNT = ZERO
006590         AND WS-AUD-TABLE-COUNT = ZERO
006600         MOVE SPACES TO WS-REFUSAL-TEXT
006610         STRING "RESTART REFUSED - NO CHECKPOINT OR AUDIT"
006615                    DELIMITED BY SIZE
006620                " ACTIVITY FOR RUN-ID " DELIMITED BY SIZE
006630                WS-RESTART-RUN-ID DELIMITED BY SIZE
006640                INTO WS-REFUSAL-TEXT
006650         END-STRING
006660         SET WS-RESTART-REFUSED TO TRUE
006670     END-IF.
006680 4000-EXIT.
006690     EXIT.
006690
006690 4010-READ-DAY-STATE.
006690     READ DAYS-FILE
006691         AT END
006691             SET WS-EOF TO TRUE
006691             GO TO 4010-EXIT
006692     END-READ
006692     IF DST-ENTITY-CODE NOT = WS-RESTART-ENTITY
006692         AND (DST-ENTITY-CODE NOT = SPACES
006693             OR WS-RESTART-ENTITY NOT = "0000")
006693         GO TO 4010-EXIT
006693     END-IF
006693     SET WS-EOF TO TRUE
006694     IF DST-DAY-CLOSED
006694         AND DST-BUSINESS-DATE = WS-RESTART-DATE
006694         MOVE SPACES TO WS-REFUSAL-TEXT
006695         STRING "RESTART REFUSED - BUSINESS DAY"
006695                    DELIMITED BY SIZE
006695                " "
006696                    DELIMITED BY SIZE
006696                DST-BUSINESS-DATE
006696                    DELIMITED BY SIZE
006696                " ALREADY CLOSED AT "
006697                    DELIMITED BY SIZE
006697                DST-CLOSE-TIMESTAMP
006697                    DELIMITED BY SIZE
006698                INTO WS-REFUSAL-TEXT
006698         END-STRING
006698         SET WS-RESTART-REFUSED TO TRUE
006699     END-IF.
006699 4010-EXIT.
006699     EXIT.
006700
006710*----------------------------------------------------------------*
006720* 4500-REFUSE-RESTART                                            *
006730*    PRINTS THE REFUSAL, CLEARS THE RESTART CARD AND MEMBER SO  *
006740*    A STALE ONE CANNOT BE SUBMITTED, RAISES A WARNING ALERT    *
006750*    FOR THE AUTOMATION PACKAGE, AND POSTS RC 8.                *
006760*----------------------------------------------------------------*
006770 4500-REFUSE-RESTART.
006780     MOVE WS-REFUSAL-TEXT TO WS-MESSAGE-LINE
006790     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
006800     IF WS-FINAL-RETURN-CODE < 8
006810         MOVE 8 TO WS-FINAL-RETURN-CODE
006820     END-IF
006830     PERFORM 6900-CLEAR-OUTPUTS THRU 6900-EXIT
006840     PERFORM 7000-WRITE-ALERT-RECORD THRU 7000-EXIT.
006850 4500-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------------*
006890* 5000-DETERMINE-RUN-MODE                                        *
006900*    THE MODE THE FAILED RUN WAS RUNNING UNDER DECIDES WHICH    *
006910*    STEPS BELONG TO IT (THE CHAINDEF MODE LISTS) AND WHICH     *
006920*    CHECKPOINTS COUNT.  IT IS THE MODE OF THE LATEST AUDIT     *
006930*    RECORD FOR THE RUN-ID THAT IS NOT ITSELF A RESTART OR AN   *
006940*    ABEND-NOTICE, FAILING THAT THE SAME FROM THE CHECKPOINTS,  *
006950*    FAILING THAT START-OF-DAY.                                 *
006960*----------------------------------------------------------------*
006970 5000-DETERMINE-RUN-MODE.
006980     MOVE SPACES TO WS-RESTART-MODE
006990     MOVE SPACES TO WS-LATEST-STAMP
007000     PERFORM 5010-CHECK-AUDIT-MODE THRU 5010-EXIT
007010         VARYING WS-AUD-IDX FROM 1 BY 1
007020         UNTIL WS-AUD-IDX > WS-AUD-TABLE-COUNT
007030     IF WS-RESTART-MODE NOT = SPACES
007040         MOVE "FROM THE LATEST AUDIT RECORD"
007050             TO WS-RESTART-MODE-SOURCE
007060         GO TO 5000-EXIT
007070     END-IF
007080     PERFORM 5020-CHECK-CKPT-MODE THRU 5020-EXIT
007090         VARYING WS-CKP-IDX FROM 1 BY 1
007100         UNTIL WS-CKP-IDX > WS-CKP-TABLE-COUNT
007110     IF WS-RESTART-MODE NOT = SPACES
007120         MOVE "FROM THE LATEST CHECKPOINT RECORD"
007130             TO WS-RESTART-MODE-SOURCE
007140         GO TO 5000-EXIT
007150     END-IF
007160     MOVE "START-OF-DAY  " TO WS-RESTART-MODE
007170     MOVE "DEFAULT - NO RECORD NAMES A MODE"
007180         TO WS-RESTART-MODE-SOURCE.
007190 5000-EXIT.
007200     EXIT.
007210
007220 5010-CHECK-AUDIT-MODE.
007230     IF WS-AUD-TAB-MODE(WS-AUD-IDX) NOT = "RESTART       "
007240         AND WS-AUD-TAB-MODE(WS-AUD-IDX) NOT = "ABEND-NOTICE  "
007250         AND WS-AUD-TAB-MODE(WS-AUD-IDX) NOT = SPACES
007260         AND WS-AUD-TAB-START(WS-AUD-IDX) NOT < WS-LATEST-STAMP
007270         MOVE WS-AUD-TAB-MODE(WS-AUD-IDX) TO WS-RESTART-MODE
007280         MOVE WS-AUD-TAB-START(WS-AUD-IDX) TO WS-LATEST-STAMP
007290     END-IF.
007300 5010-EXIT.
007310     EXIT.
007320
007330 5020-CHECK-CKPT-MODE.
007340     IF WS-CKP-RUN-MODE(WS-CKP-IDX) NOT = "RESTART       "
007350         AND WS-CKP-RUN-MODE(WS-CKP-IDX) NOT = "ABEND-NOTICE  "
007360         AND WS-CKP-RUN-MODE(WS-CKP-IDX) NOT = SPACES
007370         AND WS-CKP-STAMP(WS-CKP-IDX) NOT < WS-LATEST-STAMP
007380         MOVE WS-CKP-RUN-MODE(WS-CKP-IDX) TO WS-RESTART-MODE
007390         MOVE WS-CKP-STAMP(WS-CKP-IDX) TO WS-LATEST-STAMP
007400     END-IF.
007410 5020-EXIT.
007420     EXIT.
007430
007440*----------------------------------------------------------------*
007450* 5100-ORDER-CHAIN                                               *
007460*    PUTS THE CHAINDEF STEPS INTO RUN ORDER.  EACH PASS PLACES  *
007470*    EVERY STEP WHOSE PREDECESSOR IS ALREADY PLACED (OR IS      *
007480*    BLANK, OR IS NOT ON CHAINDEF AT ALL); PASSES REPEAT UNTIL  *
007490*    ONE PLACES NOTHING.  STEPS LEFT OVER ARE CAUGHT IN A       *
007500*    PREDECESSOR LOOP (CHNMAINT REJECTS ONE, BUT THE FILE MAY   *
007510*    HAVE BEEN EDITED BY HAND) AND GO ON THE END IN FILE ORDER. *
007520*----------------------------------------------------------------*
007530 5100-ORDER-CHAIN.
007540     MOVE ZERO TO WS-ORD-COUNT
007550     MOVE ALL "N" TO WS-PLACED-TABLE
007560     SET WS-ORDER-PROGRESS TO TRUE
007570     PERFORM 5120-PLACE-PASS THRU 5120-EXIT
007580         UNTIL NOT WS-ORDER-PROGRESS
007590     PERFORM 5150-PLACE-LEFTOVER THRU 5150-EXIT
007600         VARYING WS-XREF-IDX FROM 1 BY 1
007610         UNTIL WS-XREF-IDX > XREF-ENTRY-COUNT.
007620 5100-EXIT.
007630     EXIT.
007640
007650 5110-WRITE-REPORT-HEADERS.
007660     MOVE "1" TO PRT-CARRIAGE-CONTROL
007670     MOVE WS-TITLE-LINE TO PRT-TEXT
007680     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT
007690     MOVE SPACES TO WS-RUNDATE-LINE
007700     STRING "RESTART RUN-ID: "  DELIMITED BY SIZE
007710            WS-RESTART-RUN-ID   DELIMITED BY SIZE
007713            "   ENTITY: "       DELIMITED BY SIZE
007716            WS-RESTART-ENTITY   DELIMITED BY SIZE
007720            "   PRINTED: "      DELIMITED BY SIZE
007730            WS-JH-RUN-DATE      DELIMITED BY SIZE
007740            " "                 DELIMITED BY SIZE
007750            WS-JH-RUN-TIME      DELIMITED BY SIZE
007760            INTO WS-RUNDATE-LINE
007770     END-STRING
007780     MOVE " " TO PRT-CARRIAGE-CONTROL
007790     MOVE WS-RUNDATE-LINE TO PRT-TEXT
007800     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT.
007810 5110-EXIT.
007820     EXIT.
007830
007840 5120-PLACE-PASS.
007850     MOVE "N" TO WS-PROGRESS-SWITCH
007860     PERFORM 5130-TRY-PLACE-STEP THRU 5130-EXIT
007870         VARYING WS-XREF-IDX FROM 1 BY 1
007880         UNTIL WS-XREF-IDX > XREF-ENTRY-COUNT.
007890 5120-EXIT.
007900     EXIT.
007910
007920 5130-TRY-PLACE-STEP.
007930     IF WS-STEP-PLACED(WS-XREF-IDX)
007940         GO TO 5130-EXIT
007950     END-IF
007960     IF XREF-PREDECESSOR(WS-XREF-IDX) NOT = SPACES
007970         MOVE XREF-PREDECESSOR(WS-XREF-IDX) TO WS-WANTED-STEP
007980         PERFORM 5140-FIND-STEP THRU 5140-EXIT
007990         IF WS-ENTRY-FOUND
008000             AND NOT WS-STEP-PLACED(WS-XREF-HIT)
008010             GO TO 5130-EXIT
008020         END-IF
008030     END-IF
008040     ADD 1 TO WS-ORD-COUNT
008050     MOVE WS-XREF-IDX TO WS-ORD-XREF(WS-ORD-COUNT)
008060     MOVE "Y" TO WS-PLACED-FLAG(WS-XREF-IDX)
008070     SET WS-ORDER-PROGRESS TO TRUE.
008080 5130-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------------*
008120* 5140-FIND-STEP                                                 *
008130*    LOOKS UP WS-WANTED-STEP IN THE CROSS-REFERENCE AND LEAVES  *
008140*    ITS SUBSCRIPT IN WS-XREF-HIT.                              *
008150*----------------------------------------------------------------*
008160 5140-FIND-STEP.
008170     MOVE "N" TO WS-FOUND-SWITCH
008180     MOVE ZERO TO WS-XREF-HIT
008190     PERFORM 5145-MATCH-STEP THRU 5145-EXIT
008200         VARYING WS-SCAN-IDX FROM 1 BY 1
008210         UNTIL WS-SCAN-IDX > XREF-ENTRY-COUNT
008220            OR WS-ENTRY-FOUND.
008230 5140-EXIT.
008240     EXIT.
008250
008260 5145-MATCH-STEP.
008270     IF XREF-STEP-NAME(WS-SCAN-IDX) = WS-WANTED-STEP
008280         MOVE WS-SCAN-IDX TO WS-XREF-HIT
008290         SET WS-ENTRY-FOUND TO TRUE
008300     END-IF.
008310 5145-EXIT.
008320     EXIT.
008330
008340 5150-PLACE-LEFTOVER.
008350     IF NOT WS-STEP-PLACED(WS-XREF-IDX)
008360         ADD 1 TO WS-ORD-COUNT
008370         MOVE WS-XREF-IDX TO WS-ORD-XREF(WS-ORD-COUNT)
008380         MOVE "Y" TO WS-PLACED-FLAG(WS-XREF-IDX)
008390     END-IF.
008400 5150-EXIT.
008410     EXIT.
008420
008430*----------------------------------------------------------------*
008440* 5500-CHOOSE-RESTART-POINT                                      *
008450*    WALKS THE CHAIN IN RUN ORDER PRINTING ONE WORKSHEET LINE   *
008460*    PER STEP.  INACTIVE STEPS AND STEPS NOT DEFINED FOR THE    *
008470*    RUN'S MODE NEVER RAN IN IT AND ARE NOT CONSIDERED.  A      *
008480*    STEP IS COMPLETE WHEN IT HAS A COMPLETE CHECKPOINT UNDER   *
008490*    THE RUN'S MODE OR UNDER RESTART (AN EARLIER RESTART OF THE *
008497*    SAME RUN-ID), AND IS DONE WITH IT WHEN IT HAS A BYPASS     *
008505*    CHECKPOINT INSTEAD.  THE FIRST CONSIDERED STEP THAT IS     *
008512*    NEITHER IS THE RESTART POINT.                              *
008520*----------------------------------------------------------------*
008530 5500-CHOOSE-RESTART-POINT.
008540     MOVE SPACES TO WS-MESSAGE-LINE
008550     STRING "RUN MODE OF THE FAILED RUN: " DELIMITED BY SIZE
008560            WS-RESTART-MODE DELIMITED BY SIZE
008570            " (" DELIMITED BY SIZE
008580            WS-RESTART-MODE-SOURCE DELIMITED BY "  "
008590            ")" DELIMITED BY SIZE
008600            INTO WS-MESSAGE-LINE
008610     END-STRING
008620     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
008630     MOVE "-" TO PRT-CARRIAGE-CONTROL
008640     MOVE WS-STEP-HEADER-1 TO PRT-TEXT
008650     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT
008660     PERFORM 5510-EVALUATE-STEP THRU 5510-EXIT
008670         VARYING WS-ORD-IDX FROM 1 BY 1
008680         UNTIL WS-ORD-IDX > WS-ORD-COUNT.
008690 5500-EXIT.
008700     EXIT.
008710
008720 5510-EVALUATE-STEP.
008730     MOVE WS-ORD-XREF(WS-ORD-IDX) TO WS-XREF-IDX
008740     MOVE WS-ORD-IDX TO WS-STL-SEQ
008750     MOVE XREF-STEP-NAME(WS-XREF-IDX)  TO WS-STL-STEP
008760     MOVE XREF-PROGRAM-ID(WS-XREF-IDX) TO WS-STL-MODULE
008770     PERFORM 5520-FIND-COMPLETE-CKPT THRU 5520-EXIT
008776     EVALUATE TRUE
008783         WHEN WS-CKPT-HIT-BYPASS
008790             MOVE "BYPASSED" TO WS-STL-CKPT
008796         WHEN WS-CKPT-HIT
008803             MOVE "COMPLETE" TO WS-STL-CKPT
008810         WHEN OTHER
008816             MOVE "NONE" TO WS-STL-CKPT
008823     END-EVALUATE
008830     PERFORM 5540-FIND-LAST-ATTEMPT THRU 5540-EXIT
008840     IF WS-AUD-PICK = ZERO
008850         MOVE "NO AUDIT RECORD" TO WS-STL-ATTEMPT
008860     ELSE
008870         MOVE WS-AUD-TAB-RC(WS-AUD-PICK) TO WS-EDIT-RC
008880         MOVE SPACES TO WS-STL-ATTEMPT
008890         STRING "RC " DELIMITED BY SIZE
008900                WS-EDIT-RC DELIMITED BY SIZE
008910                " AT " DELIMITED BY SIZE
008920                WS-AUD-TAB-START(WS-AUD-PICK)(9:6)
008930                    DELIMITED BY SIZE
008940                INTO WS-STL-ATTEMPT
008950         END-STRING
008960     END-IF
008970     PERFORM 5560-CHECK-MODE-DEFINED THRU 5560-EXIT
008980     EVALUATE TRUE
008990         WHEN XREF-STEP-INACTIVE(WS-XREF-IDX)
009000             MOVE "INACTIVE ON CHAINDEF - NOT CONSIDERED"
009010                 TO WS-STL-DISPOSITION
009020         WHEN NOT WS-ENTRY-FOUND
009030             MOVE "MODE NOT DEFINED FOR STEP - NOT CONSIDERED"
009040                 TO WS-STL-DISPOSITION
009050         WHEN WS-RESTART-POINT-FOUND AND WS-CKPT-HIT
009060             MOVE "COMPLETE - RUNS AGAIN AFTER RESTART"
009070                 TO WS-STL-DISPOSITION
009080         WHEN WS-RESTART-POINT-FOUND
009090             MOVE "RUNS AFTER THE RESTART POINT"
009100                 TO WS-STL-DISPOSITION
009102         WHEN WS-CKPT-HIT-BYPASS
009105             MOVE "BYPASSED ON HOLD FILE - NOT RESTARTED"
009107                 TO WS-STL-DISPOSITION
009110         WHEN WS-CKPT-HIT
009120             MOVE "COMPLETE - BYPASSED BY THE RESTART"
009130                 TO WS-STL-DISPOSITION
009140         WHEN OTHER
009150             MOVE "*** RESTART POINT ***" TO WS-STL-DISPOSITION
009160             PERFORM 5580-SET-RESTART-POINT THRU 5580-EXIT
009170     END-EVALUATE
009180     MOVE " " TO PRT-CARRIAGE-CONTROL
009190     MOVE WS-STEP-LINE TO PRT-TEXT
009200     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT.
009210 5510-EXIT.
009220     EXIT.
009230
009240 5520-FIND-COMPLETE-CKPT.
009250     MOVE "N" TO WS-CKPT-HIT-SWITCH
009255     MOVE SPACE TO WS-CKPT-HIT-STATUS
009260     PERFORM 5530-MATCH-CKPT-ENTRY THRU 5530-EXIT
009270         VARYING WS-CKP-IDX FROM 1 BY 1
009280         UNTIL WS-CKP-IDX > WS-CKP-TABLE-COUNT
009290            OR WS-CKPT-HIT.
009300 5520-EXIT.
009310     EXIT.
009320
009330 5530-MATCH-CKPT-ENTRY.
009340     IF WS-CKP-STEP-NAME(WS-CKP-IDX) = XREF-STEP-NAME(WS-XREF-IDX)
009346         AND (WS-CKP-STATUS(WS-CKP-IDX) = "C"
009353           OR WS-CKP-STATUS(WS-CKP-IDX) = "B")
009360         AND (WS-CKP-RUN-MODE(WS-CKP-IDX) = WS-RESTART-MODE
009370           OR WS-CKP-RUN-MODE(WS-CKP-IDX) = "RESTART       ")
009380         SET WS-CKPT-HIT TO TRUE
009385         MOVE WS-CKP-STATUS(WS-CKP-IDX) TO WS-CKPT-HIT-STATUS
009390     END-IF.
009400 5530-EXIT.
009410     EXIT.
009420
009430*----------------------------------------------------------------*
009440* 5540-FIND-LAST-ATTEMPT                                         *
009450*    PICKS THE LATEST-STARTING AUDIT RECORD FOR THE STEP'S      *
009460*    LOAD MODULE UNDER THE RUN'S MODE OR RESTART.               *
009470*----------------------------------------------------------------*
009480 5540-FIND-LAST-ATTEMPT.
009490     MOVE ZERO TO WS-AUD-PICK
009500     PERFORM 5550-MATCH-AUDIT-ENTRY THRU 5550-EXIT
009510         VARYING WS-AUD-IDX FROM 1 BY 1
009520         UNTIL WS-AUD-IDX > WS-AUD-TABLE-COUNT.
009530 5540-EXIT.
009540     EXIT.
009550
009560 5550-MATCH-AUDIT-ENTRY.
009570     IF WS-AUD-TAB-PROGRAM(WS-AUD-IDX) =
009580         XREF-PROGRAM-ID(WS-XREF-IDX)
009590         AND (WS-AUD-TAB-MODE(WS-AUD-IDX) = WS-RESTART-MODE
009600           OR WS-AUD-TAB-MODE(WS-AUD-IDX) = "RESTART       ")
009610         IF WS-AUD-PICK = ZERO
009620             MOVE WS-AUD-IDX TO WS-AUD-PICK
009630         ELSE
009640             IF WS-AUD-TAB-START(WS-AUD-IDX) NOT <
009650                 WS-AUD-TAB-START(WS-AUD-PICK)
009660                 MOVE WS-AUD-IDX TO WS-AUD-PICK
009670             END-IF
009680         END-IF
009690     END-IF.
009700 5550-EXIT.
009710     EXIT.
009720
009730*----------------------------------------------------------------*
009740* 5560-CHECK-MODE-DEFINED                                        *
009750*    SETS THE FOUND SWITCH WHEN THE RUN'S MODE IS ONE OF THE    *
009760*    STEP'S CHAINDEF RUN MODES.                                 *
009770*----------------------------------------------------------------*
009780 5560-CHECK-MODE-DEFINED.
009790     MOVE "N" TO WS-FOUND-SWITCH
009800     PERFORM 5570-MATCH-RUN-MODE THRU 5570-EXIT
009810         VARYING WS-MODE-IDX FROM 1 BY 1
009820         UNTIL WS-MODE-IDX > 5
009830            OR WS-ENTRY-FOUND.
009840 5560-EXIT.
009850     EXIT.
009860
009870 5570-MATCH-RUN-MODE.
009880     IF XREF-RUN-MODE(WS-XREF-IDX, WS-MODE-IDX) = WS-RESTART-MODE
009890         SET WS-ENTRY-FOUND TO TRUE
009900     END-IF.
009910 5570-EXIT.
009920     EXIT.
009930
009940*----------------------------------------------------------------*
009950* 5580-SET-RESTART-POINT                                         *
009960*    RECORDS THE RESTART STEP AND THE REASON IT HAS NO COMPLETE *
009970*    CHECKPOINT, FROM ITS LAST AUDIT RECORD.                    *
009980*----------------------------------------------------------------*
009990 5580-SET-RESTART-POINT.
010000     SET WS-RESTART-POINT-FOUND TO TRUE
010010     MOVE WS-ORD-IDX TO WS-POINT-ORD
010020     MOVE XREF-STEP-NAME(WS-XREF-IDX) TO WS-POINT-STEP
010030     MOVE SPACES TO WS-POINT-REASON
010040     EVALUATE TRUE
010050         WHEN WS-AUD-PICK = ZERO
010060             MOVE "NO AUDIT RECORD - THE STEP NEVER STARTED"
010070                 TO WS-POINT-REASON
010080         WHEN WS-AUD-TAB-RC(WS-AUD-PICK) > 4
010090             STRING "LAST ATTEMPT ENDED RC " DELIMITED BY SIZE
010100                    WS-EDIT-RC DELIMITED BY SIZE
010110                    " - THE STEP FAILED" DELIMITED BY SIZE
010120                    INTO WS-POINT-REASON
010130             END-STRING
010140         WHEN OTHER
010150             STRING "LAST ATTEMPT ENDED RC " DELIMITED BY SIZE
010160                    WS-EDIT-RC DELIMITED BY SIZE
010170                    " BUT LEFT NO COMPLETE CHECKPOINT"
010180                        DELIMITED BY SIZE
010190                    INTO WS-POINT-REASON
010200             END-STRING
010210     END-EVALUATE.
010220 5580-EXIT.
010230     EXIT.
010240
010250*----------------------------------------------------------------*
010260* 5900-NOTHING-TO-RESTART                                        *
010270*    EVERY CONSIDERED STEP IS COMPLETE.  THE OUTPUTS ARE        *
010280*    CLEARED AND THE STEP POSTS RC 4 - THERE IS NOTHING TO      *
010290*    SUBMIT.                                                    *
010300*----------------------------------------------------------------*
010310 5900-NOTHING-TO-RESTART.
010320     MOVE "EVERY STEP OF THE RUN IS COMPLETE - NO RESTART NEEDED"
010330         TO WS-MESSAGE-LINE
010340     MOVE "-" TO PRT-CARRIAGE-CONTROL
010350     MOVE WS-MESSAGE-LINE TO PRT-TEXT
010360     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT
010370     IF WS-FINAL-RETURN-CODE < 4
010380         MOVE 4 TO WS-FINAL-RETURN-CODE
010390     END-IF
010400     PERFORM 6900-CLEAR-OUTPUTS THRU 6900-EXIT.
010410 5900-EXIT.
010420     EXIT.
010430
010440*----------------------------------------------------------------*
010450* 6000-WRITE-RESTART-MEMBER                                      *
010460*    COPIES THE NIGHTLY MEMBER TO THE RESTART MEMBER CARD BY    *
010470*    CARD.  THE LAST CARD OF THE JOB STATEMENT GAINS A COMMA    *
010480*    AND IS FOLLOWED BY A RESTART= CONTINUATION AND A COMMENT   *
010490*    BLOCK; EVERY PARMCARD DD IS REPLACED BY ONE POINTING AT    *
010500*    THE RESTART CARD.  A MISSING MEMBER IS RC 16; A MEMBER     *
010510*    WITH NO JOB STATEMENT, NO ROOM FOR THE COMMA, OR NO EXEC   *
010520*    FOR THE RESTART STEP IS RC 8 - THE CALLER THEN CLEARS THE  *
010530*    OUTPUTS RATHER THAN LEAVE A MEMBER THAT WOULD NOT RUN.     *
010540*----------------------------------------------------------------*
010550 6000-WRITE-RESTART-MEMBER.
010560     MOVE SPACES TO WS-MESSAGE-LINE
010570     STRING "RESTART POINT: " DELIMITED BY SIZE
010580            WS-POINT-STEP DELIMITED BY SPACE
010590            " - FIRST STEP IN CHAIN ORDER WITHOUT A COMPLETE"
010595                DELIMITED BY SIZE
010600            " CHECKPOINT" DELIMITED BY SIZE
010610            INTO WS-MESSAGE-LINE
010620     END-STRING
010630     MOVE "-" TO PRT-CARRIAGE-CONTROL
010640     MOVE WS-MESSAGE-LINE TO PRT-TEXT
010650     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT
010660     MOVE SPACES TO WS-MESSAGE-LINE
010670     STRING "REASON: " DELIMITED BY SIZE
010680            WS-POINT-REASON DELIMITED BY SIZE
010690            INTO WS-MESSAGE-LINE
010700     END-STRING
010710     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
010720     MOVE SPACES TO WS-EXEC-PREFIX
010730     MOVE 1 TO WS-STRING-PTR
010740     STRING "//" DELIMITED BY SIZE
010750            WS-POINT-STEP DELIMITED BY SPACE
010760            " " DELIMITED BY SIZE
010770            INTO WS-EXEC-PREFIX
010780            WITH POINTER WS-STRING-PTR
010790     END-STRING
010800     COMPUTE WS-EXEC-PREFIX-LENGTH = WS-STRING-PTR - 1
010810     OPEN INPUT JCLIN-FILE
010820     IF WS-JCLIN-FILE-STATUS NOT = "00"
010830         MOVE "REQUIRED DATASET JCLIN (NIGHTLY MEMBER) NOT FOUND"
010840             TO WS-MESSAGE-LINE
010850         PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
010860         MOVE 16 TO WS-FINAL-RETURN-CODE
010870         GO TO 6000-EXIT
010880     END-IF
010890     OPEN OUTPUT RSTJCL-FILE
010900     MOVE "RSTJCL  " TO FSTAT-DD-NAME
010910     MOVE "OPEN    " TO FSTAT-OPERATION
010920     MOVE WS-RSTJCL-FILE-STATUS TO FSTAT-FILE-STATUS
010930     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
010940     IF FSTAT-RETURN-CODE NOT = ZERO
010950         CLOSE JCLIN-FILE
010960         GO TO 6000-EXIT
010970     END-IF
010980     MOVE "N" TO WS-JOB-CARD-SWITCH
010990     MOVE "N" TO WS-EXEC-SWITCH
011000     MOVE "N" TO WS-EOF-SWITCH
011010     PERFORM 6100-COPY-JCL-CARD THRU 6100-EXIT
011020         UNTIL WS-EOF
011030     CLOSE JCLIN-FILE
011040     CLOSE RSTJCL-FILE
011050     MOVE "RSTJCL  " TO FSTAT-DD-NAME
011060     MOVE "CLOSE   " TO FSTAT-OPERATION
011070     MOVE WS-RSTJCL-FILE-STATUS TO FSTAT-FILE-STATUS
011080     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
011090     PERFORM 6400-CHECK-MEMBER-RESULT THRU 6400-EXIT.
011100 6000-EXIT.
011110     EXIT.
011120
011130 6100-COPY-JCL-CARD.
011140     READ JCLIN-FILE
011150         AT END
011160             SET WS-EOF TO TRUE
011170             GO TO 6100-EXIT
011180     END-READ
011190     ADD 1 TO WS-JCL-IN-COUNT
011200     MOVE JCLIN-RECORD TO WS-JCL-LINE
011210     IF NOT WS-JOB-CARD-DONE
011220         AND NOT WS-IN-JOB-CARD
011230         AND WS-JCL-LINE(1:2) = "//"
011240         AND WS-JCL-LINE(3:1) NOT = "*"
011250         MOVE ZERO TO WS-JOB-TALLY
011260         INSPECT WS-JCL-LINE TALLYING WS-JOB-TALLY
011270             FOR ALL " JOB "
011280         IF WS-JOB-TALLY > ZERO
011290             SET WS-IN-JOB-CARD TO TRUE
011300         END-IF
011310     END-IF
011320     IF WS-IN-JOB-CARD
011330         PERFORM 6200-JOB-STATEMENT-CARD THRU 6200-EXIT
011340         GO TO 6100-EXIT
011350     END-IF
011360     IF WS-JCL-LINE(1:14) = "//PARMCARD DD "
011370         MOVE WS-RESTART-PARM-DD TO WS-JCL-LINE
011380         ADD 1 TO WS-PARM-DD-COUNT
011390     END-IF
011400     IF WS-JCL-LINE(1:WS-EXEC-PREFIX-LENGTH) =
011410         WS-EXEC-PREFIX(1:WS-EXEC-PREFIX-LENGTH)
011420         MOVE ZERO TO WS-EXEC-TALLY
011430         INSPECT WS-JCL-LINE TALLYING WS-EXEC-TALLY
011440             FOR ALL " EXEC "
011450         IF WS-EXEC-TALLY > ZERO
011460             SET WS-RESTART-EXEC-FOUND TO TRUE
011470         END-IF
011480     END-IF
011490     PERFORM 6300-WRITE-JCL-CARD THRU 6300-EXIT.
011500 6100-EXIT.
011510     EXIT.
011520
011530*----------------------------------------------------------------*
011540* 6200-JOB-STATEMENT-CARD                                        *
011550*    A CARD OF THE JOB STATEMENT.  ONE WHOSE LAST NON-BLANK     *
011560*    BYTE IS A COMMA IS CONTINUED AND IS COPIED AS IT STANDS.   *
011570*    THE LAST CARD GETS A COMMA AND THE RESTART= CONTINUATION,  *
011580*    FOLLOWED BY A COMMENT BLOCK NAMING THE RUN-ID AND STEP.    *
011590*----------------------------------------------------------------*
011600 6200-JOB-STATEMENT-CARD.
011610     MOVE 72 TO WS-LAST-NONBLANK
011620     MOVE "N" TO WS-LENGTH-FOUND-SWITCH
011630     PERFORM 6210-BACK-UP-ONE-BYTE THRU 6210-EXIT
011640         UNTIL WS-LENGTH-FOUND OR WS-LAST-NONBLANK = 0
011650     IF WS-LAST-NONBLANK > ZERO
011660         AND WS-JCL-LINE(WS-LAST-NONBLANK:1) = ","
011670         PERFORM 6300-WRITE-JCL-CARD THRU 6300-EXIT
011680         GO TO 6200-EXIT
011690     END-IF
011700     SET WS-JOB-CARD-DONE TO TRUE
011710     IF WS-LAST-NONBLANK NOT < 71
011720         PERFORM 6300-WRITE-JCL-CARD THRU 6300-EXIT
011730         GO TO 6200-EXIT
011740     END-IF
011750     MOVE "," TO WS-JCL-LINE(WS-LAST-NONBLANK + 1:1)
011760     PERFORM 6300-WRITE-JCL-CARD THRU 6300-EXIT
011770     MOVE SPACES TO WS-JCL-LINE
011780     STRING "//             RESTART=" DELIMITED BY SIZE
011790            WS-POINT-STEP DELIMITED BY SPACE
011800            INTO WS-JCL-LINE
011810     END-STRING
011820     PERFORM 6300-WRITE-JCL-CARD THRU 6300-EXIT
011830     MOVE SPACES TO WS-JCL-LINE
011840     STRING "//*  RESTART RUN-ID " DELIMITED BY SIZE
011850            WS-RESTART-RUN-ID DELIMITED BY SIZE
011860            " AT " DELIMITED BY SIZE
011870            WS-POINT-STEP DELIMITED BY SPACE
011880            " - RSTGEN " DELIMITED BY SIZE
011890            WS-JH-RUN-DATE DELIMITED BY SIZE
011900            " " DELIMITED BY SIZE
011910            WS-JH-RUN-TIME(1:6) DELIMITED BY SIZE
011920            INTO WS-JCL-LINE
011930     END-STRING
011940     PERFORM 6300-WRITE-JCL-CARD THRU 6300-EXIT
011950     MOVE SPACES TO WS-JCL-LINE
011960     STRING "//*  PARMCARD DDS READ THE RESTART CARD - DATE "
011965                DELIMITED BY SIZE
011980            WS-RESTART-DATE DELIMITED BY SIZE
011990            " CYCLE " DELIMITED BY SIZE
012000            WS-RESTART-CYCLE DELIMITED BY SIZE
012010            INTO WS-JCL-LINE
012020     END-STRING
012030     PERFORM 6300-WRITE-JCL-CARD THRU 6300-EXIT.
012040 6200-EXIT.
012050     EXIT.
012060
012070 6210-BACK-UP-ONE-BYTE.
012080     IF WS-JCL-LINE(WS-LAST-NONBLANK:1) NOT = SPACE
012090         SET WS-LENGTH-FOUND TO TRUE
012100     ELSE
012110         SUBTRACT 1 FROM WS-LAST-NONBLANK
012120     END-IF.
012130 6210-EXIT.
012140     EXIT.
012150
012160 6300-WRITE-JCL-CARD.
012170     MOVE WS-JCL-LINE TO RSTJCL-RECORD
012180     WRITE RSTJCL-RECORD
012190     IF WS-RSTJCL-FILE-STATUS NOT = "00"
012200         MOVE "RSTJCL  " TO FSTAT-DD-NAME
012210         MOVE "WRITE   " TO FSTAT-OPERATION
012220         MOVE WS-RSTJCL-FILE-STATUS TO FSTAT-FILE-STATUS
012230         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
012240         SET WS-EOF TO TRUE
012250         GO TO 6300-EXIT
012260     END-IF
012270     ADD 1 TO WS-JCL-OUT-COUNT.
012280 6300-EXIT.
012290     EXIT.
012300
012310*----------------------------------------------------------------*
012320* 6400-CHECK-MEMBER-RESULT                                       *
012330*    THE COPY IS ONLY USABLE IF THE JOB STATEMENT TOOK THE      *
012340*    RESTART= AND THE RESTART STEP IS IN THE MEMBER.            *
012350*----------------------------------------------------------------*
012360 6400-CHECK-MEMBER-RESULT.
012370     IF WS-FINAL-RETURN-CODE NOT < 8
012380         GO TO 6400-EXIT
012390     END-IF
012400     EVALUATE TRUE
012410         WHEN NOT WS-JOB-CARD-DONE
012420             MOVE "JCLIN HAS NO JOB STATEMENT - MEMBER NOT BUILT"
012430                 TO WS-MESSAGE-LINE
012440         WHEN WS-LAST-NONBLANK NOT < 71
012450             MOVE "JOB CARD HAS NO ROOM FOR RESTART= - NOT BUILT"
012460                 TO WS-MESSAGE-LINE
012470         WHEN NOT WS-RESTART-EXEC-FOUND
012480             MOVE SPACES TO WS-MESSAGE-LINE
012490             STRING "STEP " DELIMITED BY SIZE
012500                    WS-POINT-STEP DELIMITED BY SPACE
012510                    " HAS NO EXEC IN THE NIGHTLY MEMBER"
012515                        DELIMITED BY SIZE
012520                    " - MEMBER NOT BUILT" DELIMITED BY SIZE
012530                    INTO WS-MESSAGE-LINE
012540             END-STRING
012550         WHEN OTHER
012560             MOVE SPACES TO WS-MESSAGE-LINE
012570     END-EVALUATE
012580     IF WS-MESSAGE-LINE NOT = SPACES
012590         PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
012600         MOVE 8 TO WS-FINAL-RETURN-CODE
012610         GO TO 6400-EXIT
012620     END-IF
012630     MOVE SPACES TO WS-MESSAGE-LINE
012640     MOVE WS-JCL-OUT-COUNT TO WS-EDIT-COUNT
012650     STRING "RESTART MEMBER WRITTEN TO RSTJCL: " DELIMITED BY SIZE
012660            WS-EDIT-COUNT DELIMITED BY SIZE
012670            " CARDS, RESTART=" DELIMITED BY SIZE
012680            WS-POINT-STEP DELIMITED BY SPACE
012690            INTO WS-MESSAGE-LINE
012700     END-STRING
012710     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
012720     MOVE SPACES TO WS-MESSAGE-LINE
012730     MOVE WS-PARM-DD-COUNT TO WS-EDIT-COUNT
012740     STRING "PARMCARD DDS REPOINTED TO THE RESTART CARD: "
012750                DELIMITED BY SIZE
012760            WS-EDIT-COUNT DELIMITED BY SIZE
012770            INTO WS-MESSAGE-LINE
012780     END-STRING
012790     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT.
012800 6400-EXIT.
012810     EXIT.
012820
012830*----------------------------------------------------------------*
012840* 6500-WRITE-RESTART-CARD                                        *
012850*    WRITES THE RESTART RUN-MODE CARD.  THE MODE IS RESTART,    *
012860*    EXCEPT WHEN THE RESTART POINT IS THE FIRST CONSIDERED STEP *
012870*    OF THE CHAIN: NOTHING OF THE RUN COMPLETED, SO IT IS RUN   *
012880*    AGAIN UNDER ITS OWN MODE AND STEP010 STILL OPENS OR CLOSES *
012890*    THE BUSINESS DAY.  THE RUN-ID'S DATE, CYCLE, AND ENTITY GO *
012900*    ON THE CARD SO EVERY RESTARTED STEP BUILDS THE SAME        *
012910*    RUN-ID AS THE FAILED RUN, WHATEVER DAY IT IS RESUBMITTED.  *
012920*----------------------------------------------------------------*
012930 6500-WRITE-RESTART-CARD.
012940     MOVE "RESTART       " TO WS-CARD-MODE
012950     PERFORM 6510-CHECK-FIRST-STEP THRU 6510-EXIT
012960         VARYING WS-ORD-IDX FROM 1 BY 1
012970         UNTIL WS-ORD-IDX NOT < WS-POINT-ORD
012980            OR WS-CARD-MODE = SPACES
012990     IF WS-CARD-MODE NOT = SPACES
013000         MOVE WS-RESTART-MODE TO WS-CARD-MODE
013010     ELSE
013020         MOVE "RESTART       " TO WS-CARD-MODE
013030     END-IF
013040     MOVE SPACES           TO PARM-CARD-RECORD
013050     MOVE WS-CARD-MODE     TO PARM-RUN-MODE
013060     MOVE WS-LANGUAGE-CODE TO PARM-LANGUAGE-CODE
013070     MOVE WS-RESTART-DATE  TO PARM-BUSINESS-DATE
013080     MOVE WS-RESTART-CYCLE TO PARM-CYCLE-NUMBER
013085     MOVE WS-RESTART-ENTITY TO PARM-ENTITY-CODE
013090     OPEN OUTPUT RSTPARM-FILE
013100     MOVE "RSTPARM " TO FSTAT-DD-NAME
013110     MOVE "OPEN    " TO FSTAT-OPERATION
013120     MOVE WS-RSTPARM-FILE-STATUS TO FSTAT-FILE-STATUS
013130     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
013140     IF FSTAT-RETURN-CODE NOT = ZERO
013150         GO TO 6500-EXIT
013160     END-IF
013170     WRITE RSTPARM-RECORD FROM PARM-CARD-RECORD
013180     MOVE "RSTPARM " TO FSTAT-DD-NAME
013190     MOVE "WRITE   " TO FSTAT-OPERATION
013200     MOVE WS-RSTPARM-FILE-STATUS TO FSTAT-FILE-STATUS
013210     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
013220     CLOSE RSTPARM-FILE
013230     MOVE "RSTPARM " TO FSTAT-DD-NAME
013240     MOVE "CLOSE   " TO FSTAT-OPERATION
013250     MOVE WS-RSTPARM-FILE-STATUS TO FSTAT-FILE-STATUS
013260     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
013270     MOVE SPACES TO WS-MESSAGE-LINE
013280     STRING "RESTART CARD WRITTEN TO RSTPARM: MODE "
013285                DELIMITED BY SIZE
013290            WS-CARD-MODE DELIMITED BY SIZE
013300            " LANGUAGE " DELIMITED BY SIZE
013310            WS-LANGUAGE-CODE DELIMITED BY SIZE
013320            " BUSINESS DATE " DELIMITED BY SIZE
013330            WS-RESTART-DATE DELIMITED BY SIZE
013340            " CYCLE " DELIMITED BY SIZE
013350            WS-RESTART-CYCLE DELIMITED BY SIZE
013353            " ENTITY " DELIMITED BY SIZE
013356            WS-RESTART-ENTITY DELIMITED BY SIZE
013360            INTO WS-MESSAGE-LINE
013370     END-STRING
013380     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT.
013390 6500-EXIT.
013400     EXIT.
013410
013420*----------------------------------------------------------------*
013430* 6510-CHECK-FIRST-STEP                                          *
013440*    BLANKS THE CARD MODE WHEN A STEP AHEAD OF THE RESTART      *
013450*    POINT WAS CONSIDERED - ACTIVE AND DEFINED FOR THE RUN'S    *
013460*    MODE - SO THE RESTART POINT IS NOT THE FIRST STEP.         *
013470*----------------------------------------------------------------*
013480 6510-CHECK-FIRST-STEP.
013490     MOVE WS-ORD-XREF(WS-ORD-IDX) TO WS-XREF-IDX
013500     IF XREF-STEP-INACTIVE(WS-XREF-IDX)
013510         GO TO 6510-EXIT
013520     END-IF
013530     PERFORM 5560-CHECK-MODE-DEFINED THRU 5560-EXIT
013540     IF WS-ENTRY-FOUND
013550         MOVE SPACES TO WS-CARD-MODE
013560     END-IF.
013570 6510-EXIT.
013580     EXIT.
013590
013600*----------------------------------------------------------------*
013610* 6900-CLEAR-OUTPUTS                                             *
013620*    EMPTIES THE RESTART MEMBER AND THE RESTART CARD SO THAT A  *
013630*    REFUSED OR UNNEEDED RESTART LEAVES NOTHING BEHIND THAT     *
013640*    COULD BE SUBMITTED BY MISTAKE.                             *
013650*----------------------------------------------------------------*
013660 6900-CLEAR-OUTPUTS.
013670     OPEN OUTPUT RSTJCL-FILE
013680     MOVE "RSTJCL  " TO FSTAT-DD-NAME
013690     MOVE "OPEN    " TO FSTAT-OPERATION
013700     MOVE WS-RSTJCL-FILE-STATUS TO FSTAT-FILE-STATUS
013710     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
013720     IF FSTAT-RETURN-CODE = ZERO
013730         CLOSE RSTJCL-FILE
013740     END-IF
013750     OPEN OUTPUT RSTPARM-FILE
013760     MOVE "RSTPARM " TO FSTAT-DD-NAME
013770     MOVE "OPEN    " TO FSTAT-OPERATION
013780     MOVE WS-RSTPARM-FILE-STATUS TO FSTAT-FILE-STATUS
013790     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
013800     IF FSTAT-RETURN-CODE = ZERO
013810         CLOSE RSTPARM-FILE
013820     END-IF
013830     MOVE "RESTART CARD AND MEMBER CLEARED - NOTHING TO SUBMIT"
013840         TO WS-MESSAGE-LINE
013850     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT.
013860 6900-EXIT.
013870     EXIT.
013880
013890*----------------------------------------------------------------*
013900* 7000-WRITE-ALERT-RECORD                                        *
013910*    APPENDS A WARNING ALERT FOR A REFUSED RESTART, STAMPED     *
013920*    WITH THE RUN-ID THE RESTART WAS ASKED FOR SO THE TICKET    *
013930*    NAMES THE RUN.                                             *
013940*----------------------------------------------------------------*
013950 7000-WRITE-ALERT-RECORD.
013960     OPEN EXTEND ALERT-FILE
013970     IF WS-ALERT-FILE-STATUS = "05"
013980         OR WS-ALERT-FILE-STATUS = "35"
013990         CLOSE ALERT-FILE
014000         OPEN OUTPUT ALERT-FILE
014010     END-IF
014020     MOVE "ALERTFIL" TO FSTAT-DD-NAME
014030     MOVE "OPEN    " TO FSTAT-OPERATION
014040     MOVE WS-ALERT-FILE-STATUS TO FSTAT-FILE-STATUS
014050     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
014060     IF FSTAT-RETURN-CODE NOT = ZERO
014070         GO TO 7000-EXIT
014080     END-IF
014090     MOVE WS-JH-JOB-NAME       TO ALR-JOB-NAME
014100     MOVE WS-RESTART-RUN-ID    TO ALR-RUN-ID
014110     MOVE WS-JH-RUN-DATE       TO ALR-RUN-DATE
014120     MOVE WS-JH-RUN-TIME       TO ALR-RUN-TIME
014130     MOVE "W"                  TO ALR-SEVERITY
014140     MOVE WS-REFUSAL-TEXT      TO ALR-MESSAGE-TEXT
014150     MOVE WS-FINAL-RETURN-CODE TO ALR-RETURN-CODE
014160     MOVE "O"                  TO ALR-STATUS
014170     MOVE SPACES               TO ALR-ACK-OPERATOR
014180     MOVE SPACES               TO ALR-ACK-TIMESTAMP
014185     MOVE WS-RESTART-ENTITY    TO ALR-ENTITY-CODE
014190     MOVE SPACES               TO ALR-RESERVED
014200     WRITE ALERT-RECORD
014210     MOVE "ALERTFIL" TO FSTAT-DD-NAME
014220     MOVE "WRITE   " TO FSTAT-OPERATION
014230     MOVE WS-ALERT-FILE-STATUS TO FSTAT-FILE-STATUS
014240     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
014250     CLOSE ALERT-FILE.
014260 7000-EXIT.
014270     EXIT.
014280
014290*----------------------------------------------------------------*
014300* 7900-PRINT-MESSAGE                                             *
014310*    PRINTS WS-MESSAGE-LINE SINGLE-SPACED.                      *
014320*----------------------------------------------------------------*
014330 7900-PRINT-MESSAGE.
014340     MOVE " " TO PRT-CARRIAGE-CONTROL
014350     MOVE WS-MESSAGE-LINE TO PRT-TEXT
014360     PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT.
014370 7900-EXIT.
014380     EXIT.
014390
014400 7950-WRITE-PRINT-LINE.
014410     WRITE PRT-FILE-RECORD.
014420 7950-EXIT.
014430     EXIT.
014440
014450*----------------------------------------------------------------*
014460* 8000-TERMINATE                                                 *
014470*    NOTES ANY WORK-TABLE OVERFLOW AND CLOSES THE WORKSHEET.    *
014480*----------------------------------------------------------------*
014490 8000-TERMINATE.
014500     IF WS-CKP-OVERFLOW > ZERO
014510         OR WS-AUD-OVERFLOW > ZERO
014520         MOVE "-" TO PRT-CARRIAGE-CONTROL
014530         MOVE "WARNING - WORK TABLE OVERFLOW - WORKSHEET PARTIAL"
014540             TO PRT-TEXT
014550         PERFORM 7950-WRITE-PRINT-LINE THRU 7950-EXIT
014560         IF WS-FINAL-RETURN-CODE < 8
014570             MOVE 8 TO WS-FINAL-RETURN-CODE
014580         END-IF
014590     END-IF
014600     CLOSE PRINT-FILE
014610     MOVE "PRTFILE " TO FSTAT-DD-NAME
014620     MOVE "CLOSE   " TO FSTAT-OPERATION
014630     MOVE WS-PRINT-FILE-STATUS TO FSTAT-FILE-STATUS
014640     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
014650 8000-EXIT.
014660     EXIT.
014670
014680*----------------------------------------------------------------*
014690* 9800-CHECK-FILE-STATUS                                         *
014700*    ROUTES A FILE STATUS THROUGH THE SHARED COBFSTAT HANDLER.  *
014710*    THE CALLER SETS FSTAT-DD-NAME, FSTAT-OPERATION, AND        *
014720*    FSTAT-FILE-STATUS FIRST.  A RECOMMENDED RETURN CODE        *
014730*    HIGHER THAN THE ONE ALREADY POSTED REPLACES IT, SO THE     *
014740*    STEP ENDS WITH THE WORST THING THAT HAPPENED TO IT.        *
014750*----------------------------------------------------------------*
014760 9800-CHECK-FILE-STATUS.
014770     MOVE WS-JH-JOB-NAME TO FSTAT-JOB-NAME
014780     MOVE WS-JH-RUN-ID   TO FSTAT-RUN-ID
014790     CALL "COBFSTAT" USING FSTAT-AREA
014800     IF FSTAT-RETURN-CODE > WS-FINAL-RETURN-CODE
014810         MOVE FSTAT-RETURN-CODE TO WS-FINAL-RETURN-CODE
014820     END-IF.
014830 9800-EXIT.
014840     EXIT.
