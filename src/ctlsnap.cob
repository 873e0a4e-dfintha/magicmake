000010******************************************************************
000020* PROGRAM-ID : CTLSNAP                                          *
000030* AUTHOR     : D. L. FENWICK                                    *
000040* INSTALLATION : SHOP BATCH SUPPORT SECTION                      *
000050* DATE-WRITTEN  : 2026-10-15                                     *
000060*                                                                *
000070* NIGHTLY CONTROL-FILE SNAPSHOT.  A BAD MSGMAINT DECK, CALBUILD  *
000080* RUN, OR PERFBASE RUN CAN DAMAGE A CONTROL FILE, AND RECOVERY   *
000090* USED TO MEAN FINDING WHATEVER BACKUP HAPPENED TO EXIST.  THIS  *
000100* STEP RUNS AHEAD OF THE NIGHTLY CHAIN AND COPIES THE FIVE       *
000110* CONTROL FILES - MSGFILE, CALFILE, SLAFILE, BASEFILE, DAYSTATE  *
000120* - EACH TO A NEW GENERATION OF ITS OWN SNAPSHOT DATASET, AND    *
000130* WRITES A NEW GENERATION OF THE SNAPSHOT MANIFEST WITH ONE      *
000140* RECORD PER FILE: THE SNAPSHOT DATE AND TIME, WHETHER THE FILE  *
000150* WAS COPIED, THE RECORD COUNT, THE LOWEST AND HIGHEST RECORD    *
000160* KEY, AND THE HASH TOTAL (SEE COPYBOOKS SNAPMAN AND SNAPSUM).   *
000170* THE RESTORE STEP (CTLREST) CHECKS A SNAPSHOT AGAINST THAT      *
000180* RECORD BEFORE IT WILL COPY IT BACK OVER A LIVE FILE.           *
000190*                                                                *
000200* EVERY RUN WRITES ONE GENERATION OF EVERY SNAPSHOT DATASET AND  *
000210* OF THE MANIFEST, EVEN FOR A FILE IT COULD NOT COPY (AN EMPTY   *
000220* GENERATION, MARKED NOT COPIED ON THE MANIFEST), SO THE         *
000230* GENERATIONS OF THE SIX DATASETS ALWAYS LINE UP.  EACH          *
000240* GENERATION HOLDS EXACTLY THE RECORD COUNT ITS MANIFEST RECORD  *
000250* CARRIES.  THE LIVE FILES ARE ONLY READ.                        *
000260*                                                                *
000270* RETURN CODES: 0 = ALL FIVE FILES COPIED; 4 = ONE OR MORE LIVE  *
000280* FILES NOT AVAILABLE (NOT COPIED, SEE THE REPORT); 8 OR 12 =    *
000290* I/O FAILURE - A FILE WHOSE SNAPSHOT COULD NOT BE WRITTEN IS    *
000300* MARKED NOT COPIED.                                             *
000310*------------------------------------------------------------------
000320* MOD HISTORY                                                    *
000330*   2026-10-15  DLF  INITIAL VERSION.                            *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.    CTLSNAP.
000370 AUTHOR.        D. L. FENWICK.
000380 INSTALLATION.  SHOP BATCH SUPPORT SECTION.
000390 DATE-WRITTEN.  2026-10-15.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MSG-FILE
000460         ASSIGN TO "MSGFILE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS MSG-KEY
000500         FILE STATUS IS WS-MSG-FILE-STATUS.
000510
000520     SELECT CAL-FILE
000530         ASSIGN TO "CALFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CAL-FILE-STATUS.
000560
000570     SELECT SLA-FILE
000580         ASSIGN TO "SLAFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SLA-FILE-STATUS.
000610
000620     SELECT BASE-FILE
000630         ASSIGN TO "BASEFILE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-BASE-FILE-STATUS.
000660
000670     SELECT DAYSTATE-FILE
000680         ASSIGN TO "DAYSTATE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-DAYSTATE-FILE-STATUS.
000710
000720     SELECT SNAP-MSG-FILE
000730         ASSIGN TO "SNAPMSG"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-SNAP-MSG-STATUS.
000760
000770     SELECT SNAP-CAL-FILE
000780         ASSIGN TO "SNAPCAL"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-SNAP-CAL-STATUS.
000810
000820     SELECT SNAP-SLA-FILE
000830         ASSIGN TO "SNAPSLA"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-SNAP-SLA-STATUS.
000860
000870     SELECT SNAP-BASE-FILE
000880         ASSIGN TO "SNAPBASE"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-SNAP-BASE-STATUS.
000910
000920     SELECT SNAP-DAYS-FILE
000930         ASSIGN TO "SNAPDAYS"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-SNAP-DAYS-STATUS.
000960
000970     SELECT SNAP-MAN-FILE
000980         ASSIGN TO "SNAPMAN"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-SNAP-MAN-STATUS.
001010
001020     SELECT PRINT-FILE
001030         ASSIGN TO "PRTFILE"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-PRINT-FILE-STATUS.
001060
001070 DATA DIVISION.
001080 FILE SECTION.
001090*----------------------------------------------------------------*
001100*    THE FIVE LIVE CONTROL FILES, READ FRONT TO BACK.  THE       *
001110*    MESSAGE FILE IS KEYED, SO IT IS READ IN KEY ORDER.          *
001120*----------------------------------------------------------------*
001130 FD  MSG-FILE.
001140     COPY MSGTAB.
001150
001160 FD  CAL-FILE
001170     RECORDING MODE IS F.
001180     COPY CALREC.
001190
001200 FD  SLA-FILE
001210     RECORDING MODE IS F.
001220     COPY SLAREC.
001230
001240 FD  BASE-FILE
001250     RECORDING MODE IS F.
001260     COPY BASEREC.
001270
001280 FD  DAYSTATE-FILE
001290     RECORDING MODE IS F.
001300     COPY DAYSTREC.
001310
001320*----------------------------------------------------------------*
001330*    THE NEW SNAPSHOT GENERATION OF EACH FILE - A RECORD-FOR-    *
001340*    RECORD COPY AT THE LIVE FILE'S OWN RECORD LENGTH.  THE      *
001350*    MESSAGE FILE'S SNAPSHOT IS SEQUENTIAL, IN KEY ORDER.        *
001360*----------------------------------------------------------------*
001370 FD  SNAP-MSG-FILE
001380     RECORDING MODE IS F.
001390 01  SNAP-MSG-RECORD             PIC X(102).
001400
001410 FD  SNAP-CAL-FILE
001420     RECORDING MODE IS F.
001430 01  SNAP-CAL-RECORD             PIC X(80).
001440
001450 FD  SNAP-SLA-FILE
001460     RECORDING MODE IS F.
001470 01  SNAP-SLA-RECORD             PIC X(80).
001480
001490 FD  SNAP-BASE-FILE
001500     RECORDING MODE IS F.
001510 01  SNAP-BASE-RECORD            PIC X(80).
001520
001530 FD  SNAP-DAYS-FILE
001540     RECORDING MODE IS F.
001550 01  SNAP-DAYS-RECORD            PIC X(42).
001560
001570*----------------------------------------------------------------*
001580*    THE NEW MANIFEST GENERATION, ONE RECORD PER FILE.           *
001590*----------------------------------------------------------------*
001600 FD  SNAP-MAN-FILE
001610     RECORDING MODE IS F.
001620     COPY SNAPMAN.
001630
001640*----------------------------------------------------------------*
001650*    SNAPSHOT SYSOUT REPORT.  A 133-BYTE RECORD - ONE CARRIAGE-  *
001660*    CONTROL BYTE FOLLOWED BY 132 BYTES OF PRINT TEXT.           *
001670*----------------------------------------------------------------*
001680 FD  PRINT-FILE
001690     RECORDING MODE IS F.
001700 01  PRT-FILE-RECORD.
001710     05  PRT-CARRIAGE-CONTROL    PIC X(01).
001720     05  PRT-TEXT                PIC X(132).
001730
001740 WORKING-STORAGE SECTION.
001750*----------------------------------------------------------------*
001760*    SHOP-STANDARD JOB HEADER.                                   *
001770*----------------------------------------------------------------*
001780 COPY JOBHDR.
001790
001800*----------------------------------------------------------------*
001810*    PARAMETER AREA USED TO ROUTE FILE STATUS CODES THROUGH      *
001820*    THE SHARED COBFSTAT HANDLER (SEE 9800-CHECK-FILE-STATUS).   *
001830*----------------------------------------------------------------*
001840 COPY FSTATMSG.
001850
001860*----------------------------------------------------------------*
001870*    PARAMETER AREA FOR THE SHARED SNAPSUM KEY AND HASH ROUTINE. *
001880*----------------------------------------------------------------*
001890 COPY SNAPSUM.
001900
001910*----------------------------------------------------------------*
001920*    FILE STATUS WORK AREAS.                                     *
001930*----------------------------------------------------------------*
001940 77  WS-MSG-FILE-STATUS           PIC X(02) VALUE "00".
001950 77  WS-CAL-FILE-STATUS           PIC X(02) VALUE "00".
001960 77  WS-SLA-FILE-STATUS           PIC X(02) VALUE "00".
001970 77  WS-BASE-FILE-STATUS          PIC X(02) VALUE "00".
001980 77  WS-DAYSTATE-FILE-STATUS      PIC X(02) VALUE "00".
001990 77  WS-SNAP-MSG-STATUS           PIC X(02) VALUE "00".
002000 77  WS-SNAP-CAL-STATUS           PIC X(02) VALUE "00".
002010 77  WS-SNAP-SLA-STATUS           PIC X(02) VALUE "00".
002020 77  WS-SNAP-BASE-STATUS          PIC X(02) VALUE "00".
002030 77  WS-SNAP-DAYS-STATUS          PIC X(02) VALUE "00".
002040 77  WS-SNAP-MAN-STATUS           PIC X(02) VALUE "00".
002050 77  WS-PRINT-FILE-STATUS         PIC X(02) VALUE "00".
002060
002070*----------------------------------------------------------------*
002080*    SWITCHES.                                                   *
002090*----------------------------------------------------------------*
002100 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
002110     88  WS-EOF                       VALUE "Y".
002120 77  WS-MANIFEST-SWITCH           PIC X(01) VALUE "Y".
002130     88  WS-MANIFEST-OPEN             VALUE "Y".
002140     88  WS-MANIFEST-FAILED           VALUE "N".
002150 77  WS-COPY-SWITCH               PIC X(01) VALUE "C".
002160     88  WS-FILE-COPIED               VALUE "C".
002170     88  WS-FILE-NOT-AVAILABLE        VALUE "A".
002180     88  WS-FILE-SNAP-FAILED          VALUE "F".
002190
002200*----------------------------------------------------------------*
002210*    THE FILE BEING COPIED - ITS RECORDS WRITTEN, KEY RANGE,     *
002220*    AND HASH TOTAL SO FAR.                                      *
002230*----------------------------------------------------------------*
002240 77  WS-FILE-COUNT                PIC 9(07) COMP VALUE ZERO.
002250 77  WS-FILE-LOW-KEY              PIC X(30) VALUE SPACES.
002260 77  WS-FILE-HIGH-KEY             PIC X(30) VALUE SPACES.
002270 77  WS-FILE-HASH                 PIC 9(15) VALUE ZERO.
002280
002290*----------------------------------------------------------------*
002300*    RUN TOTALS AND THE SNAPSHOT DATE AND TIME STAMPED ON EVERY  *
002310*    MANIFEST RECORD OF THE RUN.                                 *
002320*----------------------------------------------------------------*
002330 77  WS-FILES-COPIED              PIC 9(04) COMP VALUE ZERO.
002340 77  WS-FILES-NOT-AVAILABLE       PIC 9(04) COMP VALUE ZERO.
002350 77  WS-FILES-FAILED              PIC 9(04) COMP VALUE ZERO.
002360 77  WS-SNAP-DATE                 PIC X(08) VALUE SPACES.
002370 77  WS-SNAP-TIME                 PIC X(06) VALUE SPACES.
002380 77  WS-FINAL-RETURN-CODE         PIC 9(04) VALUE ZERO.
002390
002400*----------------------------------------------------------------*
002410*    MISCELLANEOUS NUMERIC/DATE WORK AREAS.                      *
002420*----------------------------------------------------------------*
002430 77  WS-SYSDATE                   PIC 9(06) VALUE ZERO.
002440 77  WS-SYSTIME                   PIC 9(08) VALUE ZERO.
002450
002460*----------------------------------------------------------------*
002470*    REPORT LINE LAYOUTS.                                        *
002480*----------------------------------------------------------------*
002490 01  WS-TITLE-LINE                PIC X(132) VALUE
002500     "CTLSNAP - CONTROL-FILE SNAPSHOT".
002510 01  WS-RUNDATE-LINE              PIC X(132) VALUE SPACES.
002520 01  WS-COUNT-LINE                PIC X(132) VALUE SPACES.
002530 77  WS-EDIT-COUNT                PIC ZZZ9.
002540
002550 01  WS-DETAIL-HEADER.
002560     05  FILLER                   PIC X(08) VALUE "FILE    ".
002570     05  FILLER                   PIC X(02) VALUE SPACES.
002580     05  FILLER                   PIC X(13) VALUE "SNAPSHOT".
002590     05  FILLER                   PIC X(01) VALUE SPACES.
002600     05  FILLER                   PIC X(07) VALUE "RECORDS".
002610     05  FILLER                   PIC X(02) VALUE SPACES.
002620     05  FILLER                   PIC X(30) VALUE "LOW KEY".
002630     05  FILLER                   PIC X(01) VALUE SPACES.
002640     05  FILLER                   PIC X(30) VALUE "HIGH KEY".
002650     05  FILLER                   PIC X(01) VALUE SPACES.
002660     05  FILLER                   PIC X(15) VALUE
002670         "     HASH TOTAL".
002680     05  FILLER                   PIC X(22) VALUE SPACES.
002690
002700 01  WS-DETAIL-LINE.
002710     05  WS-DTL-FILE-NAME         PIC X(08).
002720     05  FILLER                   PIC X(02) VALUE SPACES.
002730     05  WS-DTL-STATUS            PIC X(13).
002740     05  FILLER                   PIC X(01) VALUE SPACES.
002750     05  WS-DTL-COUNT             PIC ZZZZZZ9.
002760     05  FILLER                   PIC X(02) VALUE SPACES.
002770     05  WS-DTL-LOW-KEY           PIC X(30).
002780     05  FILLER                   PIC X(01) VALUE SPACES.
002790     05  WS-DTL-HIGH-KEY          PIC X(30).
002800     05  FILLER                   PIC X(01) VALUE SPACES.
002810     05  WS-DTL-HASH              PIC Z(14)9.
002820     05  FILLER                   PIC X(22) VALUE SPACES.
002830
002840******************************************************************
002850* 0000-MAINLINE                                                  *
002860*    TOP-LEVEL CONTROL FLOW.  OPENS THE REPORT AND THE NEW       *
002870*    MANIFEST, COPIES THE FIVE CONTROL FILES IN MANIFEST ORDER,  *
002880*    AND PRINTS THE TOTALS.                                      *
002890******************************************************************
002900 PROCEDURE DIVISION.
002910
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002940     IF WS-MANIFEST-OPEN
002950         PERFORM 2100-SNAP-MSGFILE THRU 2100-EXIT
002960         PERFORM 2200-SNAP-CALFILE THRU 2200-EXIT
002970         PERFORM 2300-SNAP-SLAFILE THRU 2300-EXIT
002980         PERFORM 2400-SNAP-BASEFILE THRU 2400-EXIT
002990         PERFORM 2500-SNAP-DAYSTATE THRU 2500-EXIT
003000         CLOSE SNAP-MAN-FILE
003010         MOVE "SNAPMAN " TO FSTAT-DD-NAME
003020         MOVE "CLOSE   " TO FSTAT-OPERATION
003030         MOVE WS-SNAP-MAN-STATUS TO FSTAT-FILE-STATUS
003040         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003050     END-IF
003060     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
003070     PERFORM 8000-TERMINATE THRU 8000-EXIT
003080     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
003090     GOBACK.
003100
003110*----------------------------------------------------------------*
003120* 1000-INITIALIZE                                                *
003130*    STAMPS THE JOB HEADER AND THE SNAPSHOT DATE AND TIME (THE   *
003140*    SYSTEM CLOCK - THE DATE AN OPERATOR NAMES ON A RESTORE      *
003150*    CARD), OPENS THE REPORT, AND OPENS THE NEW MANIFEST.        *
003160*    WITHOUT A MANIFEST NO SNAPSHOT COULD EVER BE RESTORED, SO   *
003170*    NO FILE IS COPIED.                                          *
003180*----------------------------------------------------------------*
003190 1000-INITIALIZE.
003200     MOVE "CTLSNAP " TO WS-JH-JOB-NAME
003210     ACCEPT WS-SYSDATE FROM DATE
003220     ACCEPT WS-SYSTIME FROM TIME
003230     MOVE "20"         TO WS-JH-RUN-DATE(1:2)
003240     MOVE WS-SYSDATE   TO WS-JH-RUN-DATE(3:6)
003250     MOVE WS-SYSTIME   TO WS-JH-RUN-TIME
003260     STRING WS-JH-RUN-DATE DELIMITED BY SIZE
003270            "00"           DELIMITED BY SIZE
003280            "0000"         DELIMITED BY SIZE
003290            INTO WS-JH-RUN-ID
003300     END-STRING
003310     MOVE WS-JH-RUN-DATE      TO WS-SNAP-DATE
003320     MOVE WS-JH-RUN-TIME(1:6) TO WS-SNAP-TIME
003330     MOVE ZERO TO WS-FINAL-RETURN-CODE
003340     OPEN OUTPUT PRINT-FILE
003350     PERFORM 6100-WRITE-REPORT-HEADERS THRU 6100-EXIT
003360     OPEN OUTPUT SNAP-MAN-FILE
003370     MOVE "SNAPMAN " TO FSTAT-DD-NAME
003380     MOVE "OPEN    " TO FSTAT-OPERATION
003390     MOVE WS-SNAP-MAN-STATUS TO FSTAT-FILE-STATUS
003400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003410     IF FSTAT-RETURN-CODE NOT = ZERO
003420         SET WS-MANIFEST-FAILED TO TRUE
003430         MOVE " " TO PRT-CARRIAGE-CONTROL
003440         MOVE "SNAPSHOT MANIFEST NOT OPENED - NO FILE COPIED"
003450             TO PRT-TEXT
003460         WRITE PRT-FILE-RECORD
003470     END-IF.
003480 1000-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------------*
003520* 2100-SNAP-MSGFILE                                              *
003530*    COPIES THE MESSAGE CONTROL FILE, IN KEY ORDER.  THE FIVE    *
003540*    2X00 PARAGRAPHS ARE ALIKE: OPEN THE NEW GENERATION, COPY    *
003550*    THE LIVE FILE RECORD FOR RECORD IF IT CAN BE OPENED, CLOSE  *
003560*    THE GENERATION, AND WRITE THE MANIFEST RECORD.  A LIVE FILE *
003570*    THAT IS MISSING OR EMPTY-ALLOCATED IS NOT AVAILABLE; ANY    *
003580*    OTHER OPEN FAILURE GOES THROUGH COBFSTAT AS WELL.           *
003590*----------------------------------------------------------------*
003600 2100-SNAP-MSGFILE.
003610     MOVE "MSGFILE " TO SUM-FILE-NAME
003620     PERFORM 4000-START-FILE THRU 4000-EXIT
003630     OPEN OUTPUT SNAP-MSG-FILE
003640     MOVE "SNAPMSG " TO FSTAT-DD-NAME
003650     MOVE "OPEN    " TO FSTAT-OPERATION
003660     MOVE WS-SNAP-MSG-STATUS TO FSTAT-FILE-STATUS
003670     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003680     IF FSTAT-RETURN-CODE NOT = ZERO
003690         SET WS-FILE-SNAP-FAILED TO TRUE
003700         PERFORM 4200-FINISH-FILE THRU 4200-EXIT
003710         GO TO 2100-EXIT
003720     END-IF
003730     OPEN INPUT MSG-FILE
003740     EVALUATE TRUE
003750         WHEN WS-MSG-FILE-STATUS = "00"
003760             MOVE "N" TO WS-EOF-SWITCH
003770             PERFORM 2110-COPY-MSG-RECORD THRU 2110-EXIT
003780                 UNTIL WS-EOF
003790             CLOSE MSG-FILE
003800         WHEN WS-MSG-FILE-STATUS = "05"
003810             OR WS-MSG-FILE-STATUS = "35"
003820             SET WS-FILE-NOT-AVAILABLE TO TRUE
003830         WHEN OTHER
003840             SET WS-FILE-NOT-AVAILABLE TO TRUE
003850             MOVE "MSGFILE " TO FSTAT-DD-NAME
003860             MOVE "OPEN    " TO FSTAT-OPERATION
003870             MOVE WS-MSG-FILE-STATUS TO FSTAT-FILE-STATUS
003880             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003890     END-EVALUATE
003900     CLOSE SNAP-MSG-FILE
003910     MOVE "SNAPMSG " TO FSTAT-DD-NAME
003920     MOVE "CLOSE   " TO FSTAT-OPERATION
003930     MOVE WS-SNAP-MSG-STATUS TO FSTAT-FILE-STATUS
003940     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003950     PERFORM 4200-FINISH-FILE THRU 4200-EXIT.
003960 2100-EXIT.
003970     EXIT.
003980
003990 2110-COPY-MSG-RECORD.
004000     READ MSG-FILE
004010         AT END
004020             SET WS-EOF TO TRUE
004030             GO TO 2110-EXIT
004040     END-READ
004050     MOVE MSG-TABLE-ENTRY TO SNAP-MSG-RECORD
004060     WRITE SNAP-MSG-RECORD
004070     MOVE "SNAPMSG " TO FSTAT-DD-NAME
004080     MOVE WS-SNAP-MSG-STATUS TO FSTAT-FILE-STATUS
004090     PERFORM 4050-CHECK-SNAPSHOT-WRITE THRU 4050-EXIT
004100     IF WS-FILE-SNAP-FAILED
004110         GO TO 2110-EXIT
004120     END-IF
004130     MOVE MSG-TABLE-ENTRY TO SUM-RECORD
004140     PERFORM 4100-ADD-RECORD THRU 4100-EXIT.
004150 2110-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------------*
004190* 2200-SNAP-CALFILE                                              *
004200*    COPIES THE PROCESSING CALENDAR, AS 2100.                    *
004210*----------------------------------------------------------------*
004220 2200-SNAP-CALFILE.
004230     MOVE "CALFILE " TO SUM-FILE-NAME
004240     PERFORM 4000-START-FILE THRU 4000-EXIT
004250     OPEN OUTPUT SNAP-CAL-FILE
004260     MOVE "SNAPCAL " TO FSTAT-DD-NAME
004270     MOVE "OPEN    " TO FSTAT-OPERATION
004280     MOVE WS-SNAP-CAL-STATUS TO FSTAT-FILE-STATUS
004290     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
004300     IF FSTAT-RETURN-CODE NOT = ZERO
004310         SET WS-FILE-SNAP-FAILED TO TRUE
004320         PERFORM 4200-FINISH-FILE THRU 4200-EXIT
004330         GO TO 2200-EXIT
004340     END-IF
004350     OPEN INPUT CAL-FILE
004360     EVALUATE TRUE
004370         WHEN WS-CAL-FILE-STATUS = "00"
004380             MOVE "N" TO WS-EOF-SWITCH
004390             PERFORM 2210-COPY-CAL-RECORD THRU 2210-EXIT
004400                 UNTIL WS-EOF
004410             CLOSE CAL-FILE
004420         WHEN WS-CAL-FILE-STATUS = "05"
004430             OR WS-CAL-FILE-STATUS = "35"
004440             SET WS-FILE-NOT-AVAILABLE TO TRUE
004450         WHEN OTHER
004460             SET WS-FILE-NOT-AVAILABLE TO TRUE
004470             MOVE "CALFILE " TO FSTAT-DD-NAME
004480             MOVE "OPEN    " TO FSTAT-OPERATION
004490             MOVE WS-CAL-FILE-STATUS TO FSTAT-FILE-STATUS
004500             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
004510     END-EVALUATE
004520     CLOSE SNAP-CAL-FILE
004530     MOVE "SNAPCAL " TO FSTAT-DD-NAME
004540     MOVE "CLOSE   " TO FSTAT-OPERATION
004550     MOVE WS-SNAP-CAL-STATUS TO FSTAT-FILE-STATUS
004560     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
004570     PERFORM 4200-FINISH-FILE THRU 4200-EXIT.
004580 2200-EXIT.
004590     EXIT.
004600
004610 2210-COPY-CAL-RECORD.
004620     READ CAL-FILE
004630         AT END
004640             SET WS-EOF TO TRUE
004650             GO TO 2210-EXIT
004660     END-READ
004670     MOVE CALENDAR-RECORD TO SNAP-CAL-RECORD
004680     WRITE SNAP-CAL-RECORD
004690     MOVE "SNAPCAL " TO FSTAT-DD-NAME
004700     MOVE WS-SNAP-CAL-STATUS TO FSTAT-FILE-STATUS
004710     PERFORM 4050-CHECK-SNAPSHOT-WRITE THRU 4050-EXIT
004720     IF WS-FILE-SNAP-FAILED
004730         GO TO 2210-EXIT
004740     END-IF
004750     MOVE CALENDAR-RECORD TO SUM-RECORD
004760     PERFORM 4100-ADD-RECORD THRU 4100-EXIT.
004770 2210-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------*
004810* 2300-SNAP-SLAFILE                                              *
004820*    COPIES THE SLA CUTOFF CONTROL FILE, AS 2100.                *
004830*----------------------------------------------------------------*
004840 2300-SNAP-SLAFILE.
004850     MOVE "SLAFILE " TO SUM-FILE-NAME
004860     PERFORM 4000-START-FILE THRU 4000-EXIT
004870     OPEN OUTPUT SNAP-SLA-FILE
004880     MOVE "SNAPSLA " TO FSTAT-DD-NAME
004890     MOVE "OPEN    " TO FSTAT-OPERATION
004900     MOVE WS-SNAP-SLA-STATUS TO FSTAT-FILE-STATUS
004910     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
004920     IF FSTAT-RETURN-CODE NOT = ZERO
004930         SET WS-FILE-SNAP-FAILED TO TRUE
004940         PERFORM 4200-FINISH-FILE THRU 4200-EXIT
004950         GO TO 2300-EXIT
004960     END-IF
004970     OPEN INPUT SLA-FILE
004980     EVALUATE TRUE
004990         WHEN WS-SLA-FILE-STATUS = "00"
005000             MOVE "N" TO WS-EOF-SWITCH
005010             PERFORM 2310-COPY-SLA-RECORD THRU 2310-EXIT
005020                 UNTIL WS-EOF
005030             CLOSE SLA-FILE
005040         WHEN WS-SLA-FILE-STATUS = "05"
005050             OR WS-SLA-FILE-STATUS = "35"
005060             SET WS-FILE-NOT-AVAILABLE TO TRUE
005070         WHEN OTHER
005080             SET WS-FILE-NOT-AVAILABLE TO TRUE
005090             MOVE "SLAFILE " TO FSTAT-DD-NAME
005100             MOVE "OPEN    " TO FSTAT-OPERATION
005110             MOVE WS-SLA-FILE-STATUS TO FSTAT-FILE-STATUS
005120             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005130     END-EVALUATE
005140     CLOSE SNAP-SLA-FILE
005150     MOVE "SNAPSLA " TO FSTAT-DD-NAME
005160     MOVE "CLOSE   " TO FSTAT-OPERATION
005170     MOVE WS-SNAP-SLA-STATUS TO FSTAT-FILE-STATUS
005180     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005190     PERFORM 4200-FINISH-FILE THRU 4200-EXIT.
005200 2300-EXIT.
005210     EXIT.
005220
005230 2310-COPY-SLA-RECORD.
005240     READ SLA-FILE
005250         AT END
005260             SET WS-EOF TO TRUE
005270             GO TO 2310-EXIT
005280     END-READ
005290     MOVE SLA-CONTROL-RECORD TO SNAP-SLA-RECORD
005300     WRITE SNAP-SLA-RECORD
005310     MOVE "SNAPSLA " TO FSTAT-DD-NAME
005320     MOVE WS-SNAP-SLA-STATUS TO FSTAT-FILE-STATUS
005330     PERFORM 4050-CHECK-SNAPSHOT-WRITE THRU 4050-EXIT
005340     IF WS-FILE-SNAP-FAILED
005350         GO TO 2310-EXIT
005360     END-IF
005370     MOVE SLA-CONTROL-RECORD TO SUM-RECORD
005380     PERFORM 4100-ADD-RECORD THRU 4100-EXIT.
005390 2310-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------*
005430* 2400-SNAP-BASEFILE                                             *
005440*    COPIES THE PERFORMANCE BASELINE FILE, AS 2100.  BEFORE THE  *
005450*    FIRST PERFBASE RUN THERE IS NO BASELINE FILE TO COPY.       *
005460*----------------------------------------------------------------*
005470 2400-SNAP-BASEFILE.
005480     MOVE "BASEFILE" TO SUM-FILE-NAME
005490     PERFORM 4000-START-FILE THRU 4000-EXIT
005500     OPEN OUTPUT SNAP-BASE-FILE
005510     MOVE "SNAPBASE" TO FSTAT-DD-NAME
005520     MOVE "OPEN    " TO FSTAT-OPERATION
005530     MOVE WS-SNAP-BASE-STATUS TO FSTAT-FILE-STATUS
005540     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005550     IF FSTAT-RETURN-CODE NOT = ZERO
005560         SET WS-FILE-SNAP-FAILED TO TRUE
005570         PERFORM 4200-FINISH-FILE THRU 4200-EXIT
005580         GO TO 2400-EXIT
005590     END-IF
005600     OPEN INPUT BASE-FILE
005610     EVALUATE TRUE
005620         WHEN WS-BASE-FILE-STATUS = "00"
005630             MOVE "N" TO WS-EOF-SWITCH
005640             PERFORM 2410-COPY-BASE-RECORD THRU 2410-EXIT
005650                 UNTIL WS-EOF
005660             CLOSE BASE-FILE
005670         WHEN WS-BASE-FILE-STATUS = "05"
005680             OR WS-BASE-FILE-STATUS = "35"
005690             SET WS-FILE-NOT-AVAILABLE TO TRUE
005700         WHEN OTHER
005710             SET WS-FILE-NOT-AVAILABLE TO TRUE
005720             MOVE "BASEFILE" TO FSTAT-DD-NAME
005730             MOVE "OPEN    " TO FSTAT-OPERATION
005740             MOVE WS-BASE-FILE-STATUS TO FSTAT-FILE-STATUS
005750             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005760     END-EVALUATE
005770     CLOSE SNAP-BASE-FILE
005780     MOVE "SNAPBASE" TO FSTAT-DD-NAME
005790     MOVE "CLOSE   " TO FSTAT-OPERATION
005800     MOVE WS-SNAP-BASE-STATUS TO FSTAT-FILE-STATUS
005810     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005820     PERFORM 4200-FINISH-FILE THRU 4200-EXIT.
005830 2400-EXIT.
005840     EXIT.
005850
005860 2410-COPY-BASE-RECORD.
005870     READ BASE-FILE
005880         AT END
005890             SET WS-EOF TO TRUE
005900             GO TO 2410-EXIT
005910     END-READ
005920     MOVE BASELINE-RECORD TO SNAP-BASE-RECORD
005930     WRITE SNAP-BASE-RECORD
005940     MOVE "SNAPBASE" TO FSTAT-DD-NAME
005950     MOVE WS-SNAP-BASE-STATUS TO FSTAT-FILE-STATUS
005960     PERFORM 4050-CHECK-SNAPSHOT-WRITE THRU 4050-EXIT
005970     IF WS-FILE-SNAP-FAILED
005980         GO TO 2410-EXIT
005990     END-IF
006000     MOVE BASELINE-RECORD TO SUM-RECORD
006010     PERFORM 4100-ADD-RECORD THRU 4100-EXIT.
006020 2410-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------*
006060* 2500-SNAP-DAYSTATE                                             *
006070*    COPIES THE BUSINESS DAY-STATE FILE - ONE RECORD PER         *
006080*    ENTITY - AS 2100.                                           *
006090*----------------------------------------------------------------*
006100 2500-SNAP-DAYSTATE.
006110     MOVE "DAYSTATE" TO SUM-FILE-NAME
006120     PERFORM 4000-START-FILE THRU 4000-EXIT
006130     OPEN OUTPUT SNAP-DAYS-FILE
006140     MOVE "SNAPDAYS" TO FSTAT-DD-NAME
006150     MOVE "OPEN    " TO FSTAT-OPERATION
006160     MOVE WS-SNAP-DAYS-STATUS TO FSTAT-FILE-STATUS
006170     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
006180     IF FSTAT-RETURN-CODE NOT = ZERO
006190         SET WS-FILE-SNAP-FAILED TO TRUE
006200         PERFORM 4200-FINISH-FILE THRU 4200-EXIT
006210         GO TO 2500-EXIT
006220     END-IF
006230     OPEN INPUT DAYSTATE-FILE
006240     EVALUATE TRUE
006250         WHEN WS-DAYSTATE-FILE-STATUS = "00"
006260             MOVE "N" TO WS-EOF-SWITCH
006270             PERFORM 2510-COPY-DAYSTATE-RECORD THRU 2510-EXIT
006280                 UNTIL WS-EOF
006290             CLOSE DAYSTATE-FILE
006300         WHEN WS-DAYSTATE-FILE-STATUS = "05"
006310             OR WS-DAYSTATE-FILE-STATUS = "35"
006320             SET WS-FILE-NOT-AVAILABLE TO TRUE
006330         WHEN OTHER
006340             SET WS-FILE-NOT-AVAILABLE TO TRUE
006350             MOVE "DAYSTATE" TO FSTAT-DD-NAME
006360             MOVE "OPEN    " TO FSTAT-OPERATION
006370             MOVE WS-DAYSTATE-FILE-STATUS TO FSTAT-FILE-STATUS
006380             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
006390     END-EVALUATE
006400     CLOSE SNAP-DAYS-FILE
006410     MOVE "SNAPDAYS" TO FSTAT-DD-NAME
006420     MOVE "CLOSE   " TO FSTAT-OPERATION
006430     MOVE WS-SNAP-DAYS-STATUS TO FSTAT-FILE-STATUS
006440     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
006450     PERFORM 4200-FINISH-FILE THRU 4200-EXIT.
006460 2500-EXIT.
006470     EXIT.
006480
006490 2510-COPY-DAYSTATE-RECORD.
006500     READ DAYSTATE-FILE
006510         AT END
006520             SET WS-EOF TO TRUE
006530             GO TO 2510-EXIT
006540     END-READ
006550     MOVE DAY-STATE-RECORD TO SNAP-DAYS-RECORD
006560     WRITE SNAP-DAYS-RECORD
006570     MOVE "SNAPDAYS" TO FSTAT-DD-NAME
006580     MOVE WS-SNAP-DAYS-STATUS TO FSTAT-FILE-STATUS
006590     PERFORM 4050-CHECK-SNAPSHOT-WRITE THRU 4050-EXIT
006600     IF WS-FILE-SNAP-FAILED
006610         GO TO 2510-EXIT
006620     END-IF
006630     MOVE DAY-STATE-RECORD TO SUM-RECORD
006640     PERFORM 4100-ADD-RECORD THRU 4100-EXIT.
006650 2510-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------------*
006690* 4000-START-FILE                                                *
006700*    CLEARS THE COUNT, KEY RANGE, AND HASH FOR THE NEXT FILE.    *
006710*----------------------------------------------------------------*
006720 4000-START-FILE.
006730     SET WS-FILE-COPIED TO TRUE
006740     MOVE ZERO        TO WS-FILE-COUNT
006750     MOVE HIGH-VALUES TO WS-FILE-LOW-KEY
006760     MOVE LOW-VALUES  TO WS-FILE-HIGH-KEY
006770     MOVE ZERO        TO WS-FILE-HASH.
006780 4000-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------------*
006820* 4050-CHECK-SNAPSHOT-WRITE                                      *
006830*    ROUTES A SNAPSHOT WRITE'S STATUS (DD NAME AND STATUS SET BY *
006840*    THE CALLER) THROUGH COBFSTAT.  ON A FAILURE THE COPY STOPS  *
006850*    - THE GENERATION HOLDS ONLY THE RECORDS COUNTED SO FAR AND  *
006860*    IS MARKED NOT COPIED.                                       *
006870*----------------------------------------------------------------*
006880 4050-CHECK-SNAPSHOT-WRITE.
006890     MOVE "WRITE   " TO FSTAT-OPERATION
006900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
006910     IF FSTAT-RETURN-CODE NOT = ZERO
006920         SET WS-FILE-SNAP-FAILED TO TRUE
006930         SET WS-EOF TO TRUE
006940     END-IF.
006950 4050-EXIT.
006960     EXIT.
006970
006980*----------------------------------------------------------------*
006990* 4100-ADD-RECORD                                                *
007000*    TAKES THE KEY AND HASH OF THE RECORD IN SUM-RECORD FROM     *
007010*    SNAPSUM AND ADDS THEM TO THE FILE'S FIGURES.                *
007020*----------------------------------------------------------------*
007030 4100-ADD-RECORD.
007040     CALL "SNAPSUM" USING SNAP-SUM-AREA
007050     ADD 1 TO WS-FILE-COUNT
007060     ADD SUM-RECORD-HASH TO WS-FILE-HASH
007070     IF SUM-RECORD-KEY < WS-FILE-LOW-KEY
007080         MOVE SUM-RECORD-KEY TO WS-FILE-LOW-KEY
007090     END-IF
007100     IF SUM-RECORD-KEY > WS-FILE-HIGH-KEY
007110         MOVE SUM-RECORD-KEY TO WS-FILE-HIGH-KEY
007120     END-IF.
007130 4100-EXIT.
007140     EXIT.
007150
007160*----------------------------------------------------------------*
007170* 4200-FINISH-FILE                                               *
007180*    WRITES THE FILE'S MANIFEST RECORD AND ITS REPORT LINE, AND  *
007190*    COUNTS IT.  THE RECORD COUNT IS ALWAYS THE NUMBER OF        *
007200*    RECORDS IN THE GENERATION, COPIED OR NOT, SO THE RESTORE    *
007210*    STEP CAN STEP OVER IT.                                      *
007220*----------------------------------------------------------------*
007230 4200-FINISH-FILE.
007240     IF WS-FILE-COUNT = ZERO
007250         MOVE SPACES TO WS-FILE-LOW-KEY
007260         MOVE SPACES TO WS-FILE-HIGH-KEY
007270     END-IF
007280     MOVE SPACES           TO SNAP-MANIFEST-RECORD
007290     MOVE WS-SNAP-DATE     TO SNM-SNAP-DATE
007300     MOVE WS-SNAP-TIME     TO SNM-SNAP-TIME
007310     MOVE SUM-FILE-NAME    TO SNM-FILE-NAME
007320     MOVE WS-FILE-COUNT    TO SNM-RECORD-COUNT
007330     MOVE WS-FILE-LOW-KEY  TO SNM-LOW-KEY
007340     MOVE WS-FILE-HIGH-KEY TO SNM-HIGH-KEY
007350     MOVE WS-FILE-HASH     TO SNM-HASH-TOTAL
007360     MOVE SPACES           TO WS-DETAIL-LINE
007370     EVALUATE TRUE
007380         WHEN WS-FILE-COPIED
007390             SET SNM-FILE-COPIED TO TRUE
007400             MOVE "COPIED"        TO WS-DTL-STATUS
007410             ADD 1 TO WS-FILES-COPIED
007420         WHEN WS-FILE-NOT-AVAILABLE
007430             SET SNM-FILE-NOT-COPIED TO TRUE
007440             MOVE "NOT AVAILABLE" TO WS-DTL-STATUS
007450             ADD 1 TO WS-FILES-NOT-AVAILABLE
007460         WHEN OTHER
007470             SET SNM-FILE-NOT-COPIED TO TRUE
007480             MOVE "WRITE FAILED"  TO WS-DTL-STATUS
007490             ADD 1 TO WS-FILES-FAILED
007500     END-EVALUATE
007510     WRITE SNAP-MANIFEST-RECORD
007520     MOVE "SNAPMAN " TO FSTAT-DD-NAME
007530     MOVE "WRITE   " TO FSTAT-OPERATION
007540     MOVE WS-SNAP-MAN-STATUS TO FSTAT-FILE-STATUS
007550     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007560     MOVE SUM-FILE-NAME    TO WS-DTL-FILE-NAME
007570     MOVE WS-FILE-COUNT    TO WS-DTL-COUNT
007580     MOVE WS-FILE-LOW-KEY  TO WS-DTL-LOW-KEY
007590     MOVE WS-FILE-HIGH-KEY TO WS-DTL-HIGH-KEY
007600     MOVE WS-FILE-HASH     TO WS-DTL-HASH
007610     MOVE " " TO PRT-CARRIAGE-CONTROL
007620     MOVE WS-DETAIL-LINE TO PRT-TEXT
007630     WRITE PRT-FILE-RECORD.
007640 4200-EXIT.
007650     EXIT.
007660
007670*----------------------------------------------------------------*
007680* 6000-PRINT-SUMMARY                                             *
007690*    PRINTS THE FILE COUNTS AND SETS THE RETURN CODE FOR A LIVE  *
007700*    FILE THAT WAS NOT AVAILABLE.                                *
007710*----------------------------------------------------------------*
007720 6000-PRINT-SUMMARY.
007730     MOVE SPACES TO WS-COUNT-LINE
007740     MOVE WS-FILES-COPIED TO WS-EDIT-COUNT
007750     STRING "FILES COPIED:         " DELIMITED BY SIZE
007760            WS-EDIT-COUNT            DELIMITED BY SIZE
007770            INTO WS-COUNT-LINE
007780     END-STRING
007790     MOVE "-" TO PRT-CARRIAGE-CONTROL
007800     MOVE WS-COUNT-LINE TO PRT-TEXT
007810     WRITE PRT-FILE-RECORD
007820     MOVE SPACES TO WS-COUNT-LINE
007830     MOVE WS-FILES-NOT-AVAILABLE TO WS-EDIT-COUNT
007840     STRING "FILES NOT AVAILABLE:  " DELIMITED BY SIZE
007850            WS-EDIT-COUNT            DELIMITED BY SIZE
007860            INTO WS-COUNT-LINE
007870     END-STRING
007880     MOVE " " TO PRT-CARRIAGE-CONTROL
007890     MOVE WS-COUNT-LINE TO PRT-TEXT
007900     WRITE PRT-FILE-RECORD
007910     MOVE SPACES TO WS-COUNT-LINE
007920     MOVE WS-FILES-FAILED TO WS-EDIT-COUNT
007930     STRING "SNAPSHOT WRITE FAILED:" DELIMITED BY SIZE
007940            WS-EDIT-COUNT            DELIMITED BY SIZE
007950            INTO WS-COUNT-LINE
007960     END-STRING
007970     MOVE " " TO PRT-CARRIAGE-CONTROL
007980     MOVE WS-COUNT-LINE TO PRT-TEXT
007990     WRITE PRT-FILE-RECORD
008000     IF WS-FILES-NOT-AVAILABLE > ZERO
008010         AND WS-FINAL-RETURN-CODE < 4
008020         MOVE 4 TO WS-FINAL-RETURN-CODE
008030     END-IF.
008040 6000-EXIT.
008050     EXIT.
008060
008070*----------------------------------------------------------------*
008080* 6100-WRITE-REPORT-HEADERS                                      *
008090*    TITLE, RUN-DATE LINE, AND THE COLUMN HEADINGS.              *
008100*----------------------------------------------------------------*
008110 6100-WRITE-REPORT-HEADERS.
008120     MOVE "1" TO PRT-CARRIAGE-CONTROL
008130     MOVE WS-TITLE-LINE TO PRT-TEXT
008140     WRITE PRT-FILE-RECORD
008150     MOVE SPACES TO WS-RUNDATE-LINE
008160     STRING "RUN DATE: "    DELIMITED BY SIZE
008170            WS-JH-RUN-DATE  DELIMITED BY SIZE
008180            "   RUN TIME: " DELIMITED BY SIZE
008190            WS-JH-RUN-TIME  DELIMITED BY SIZE
008200            "   RUN-ID: "   DELIMITED BY SIZE
008210            WS-JH-RUN-ID    DELIMITED BY SIZE
008220            INTO WS-RUNDATE-LINE
008230     END-STRING
008240     MOVE " " TO PRT-CARRIAGE-CONTROL
008250     MOVE WS-RUNDATE-LINE TO PRT-TEXT
008260     WRITE PRT-FILE-RECORD
008270     MOVE "-" TO PRT-CARRIAGE-CONTROL
008280     MOVE WS-DETAIL-HEADER TO PRT-TEXT
008290     WRITE PRT-FILE-RECORD.
008300 6100-EXIT.
008310     EXIT.
008320
008330*----------------------------------------------------------------*
008340* 8000-TERMINATE                                                 *
008350*    CLOSES THE REPORT.                                          *
008360*----------------------------------------------------------------*
008370 8000-TERMINATE.
008380     CLOSE PRINT-FILE
008390     MOVE "PRTFILE " TO FSTAT-DD-NAME
008400     MOVE "CLOSE   " TO FSTAT-OPERATION
008410     MOVE WS-PRINT-FILE-STATUS TO FSTAT-FILE-STATUS
008420     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
008430 8000-EXIT.
008440     EXIT.
008450
008460*----------------------------------------------------------------*
008470* 9800-CHECK-FILE-STATUS                                         *
008480*    ROUTES FSTAT-AREA THROUGH THE SHARED COBFSTAT HANDLER AND   *
008490*    CARRIES ITS RETURN CODE INTO THE STEP'S FINAL RETURN CODE.  *
008500*----------------------------------------------------------------*
008510 9800-CHECK-FILE-STATUS.
008520     MOVE WS-JH-JOB-NAME TO FSTAT-JOB-NAME
008530     MOVE WS-JH-RUN-ID   TO FSTAT-RUN-ID
008540     CALL "COBFSTAT" USING FSTAT-AREA
008550     IF FSTAT-RETURN-CODE > WS-FINAL-RETURN-CODE
008560         MOVE FSTAT-RETURN-CODE TO WS-FINAL-RETURN-CODE
008570     END-IF.
008580 9800-EXIT.
008590     EXIT.
