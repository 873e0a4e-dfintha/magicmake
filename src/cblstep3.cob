000010******************************************************************
000020* PROGRAM-ID : CBLSTEP3                                         *
000030* AUTHOR     : D. L. FENWICK                                    *
000040* INSTALLATION : SHOP BATCH SUPPORT SECTION                      *
000050* DATE-WRITTEN  : 2026-10-15                                     *
000060*                                                                *
000070* THIS PROGRAM IS STEP030 OF THE NIGHTLY BATCH CHAIN (LOAD      *
000080* MODULE CBLSTEP3).  ITS START-UP AND TERMINATION HOUSEKEEPING  *
000090* IS DONE BY THE SHARED STEPSVC SUBROUTINE, SO IT STAMPS THE    *
000100* SAME JOB HEADER AND RUN-ID AS STEP010, HONORS THE SAME        *
000110* RUN-MODE CARD OVERRIDES AND PROCESSING CALENDAR, SKIPS ITSELF *
000120* ON A RESTART WHEN ITS CHECKPOINT SHOWS IT COMPLETE, AND       *
000130* LEAVES ITS AUDIT, CHECKPOINT, AND ALERT RECORDS IN THE SAME   *
000140* FILES STEP010 DOES.  BETWEEN THE TWO CALLS IT PRODUCES ITS    *
000150* SYSOUT REPORT.                                                *
000160*------------------------------------------------------------------
000170* MOD HISTORY                                                    *
000180*   2026-10-15  DLF  INITIAL VERSION.                            *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    CBLSTEP3.
000220 AUTHOR.        D. L. FENWICK.
000230 INSTALLATION.  SHOP BATCH SUPPORT SECTION.
000240 DATE-WRITTEN.  2026-10-15.
000250 DATE-COMPILED.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PRINT-FILE
000310         ASSIGN TO "PRTFILE"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PRINT-FILE-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370*----------------------------------------------------------------*
000380*    STEP030 SYSOUT REPORT.  ONE CARRIAGE-CONTROL BYTE PLUS     *
000390*    132 BYTES OF PRINT TEXT, AS EVERY REPORT IN THIS SHOP.     *
000400*----------------------------------------------------------------*
000410 FD  PRINT-FILE
000420     RECORDING MODE IS F.
000430 01  PRT-FILE-RECORD.
000440     05  PRT-CARRIAGE-CONTROL    PIC X(01).
000450     05  PRT-TEXT                PIC X(132).
000460
000470 WORKING-STORAGE SECTION.
000480*----------------------------------------------------------------*
000490*    STEP NAME AND LOAD-MODULE IDENTITY HANDED TO STEPSVC.  THE *
000500*    STEP NAME MUST MATCH THE STEP IN JCL MEMBER NIGHTLY AND    *
000510*    ON CHAINDEF, AND THE LOAD MODULE THE PGM= NAME THERE - IF  *
000520*    EITHER IS EVER RENAMED, CHANGE ALL THE PLACES TOGETHER.    *
000530*----------------------------------------------------------------*
000540 77  WS-STEP-NAME                 PIC X(08) VALUE "STEP030 ".
000550 77  WS-LOAD-MODULE-ID            PIC X(08) VALUE "CBLSTEP3".
000560
000570*----------------------------------------------------------------*
000580*    PARAMETER AREA FOR THE SHARED STEPSVC STEP-SERVICES        *
000590*    SUBROUTINE.  IT CARRIES THE JOB HEADER, RUN MODE, AND      *
000600*    RUNNING RETURN CODE FROM THE PROLOGUE TO THE EPILOGUE.     *
000610*----------------------------------------------------------------*
000620 COPY STEPSVC.
000630
000640*----------------------------------------------------------------*
000650*    PARAMETER AREA USED TO ROUTE FILE STATUS CODES THROUGH    *
000660*    THE SHARED COBFSTAT HANDLER (SEE 9800-CHECK-FILE-STATUS). *
000670*----------------------------------------------------------------*
000680 COPY FSTATMSG.
000690
000700*----------------------------------------------------------------*
000710*    FILE STATUS WORK AREAS.                                    *
000720*----------------------------------------------------------------*
000730 77  WS-PRINT-FILE-STATUS         PIC X(02) VALUE "00".
000740
000750*----------------------------------------------------------------*
000760*    RETURN-CODE WORK AREA.  RETURN-CODE ITSELF IS SET ONLY AS  *
000770*    THE LAST THING BEFORE GOBACK - THE COBHELLO CALLS INSIDE   *
000780*    STEPSVC OVERWRITE THE SPECIAL REGISTER ALONG THE WAY.      *
000790*----------------------------------------------------------------*
000800 77  WS-FINAL-RETURN-CODE         PIC 9(04) VALUE ZERO.
000810
000820*----------------------------------------------------------------*
000830*    REPORT LINE BUILD AREAS.                                   *
000840*----------------------------------------------------------------*
000850 01  WS-TITLE-LINE                PIC X(132) VALUE
000860     "CBLSTEP3 - NIGHTLY CHAIN STEP030 PROCESSING REPORT".
000870 01  WS-RUNDATE-LINE              PIC X(132) VALUE SPACES.
000880 01  WS-HEADER-LINE               PIC X(132) VALUE SPACES.
000890 01  WS-DETAIL-LINE               PIC X(132) VALUE SPACES.
000900
000910******************************************************************
000920* 0000-MAINLINE                                                  *
000930*    PROLOGUE, THE STEP'S OWN WORK WHEN THE PROLOGUE SAYS TO    *
000940*    PROCEED, THEN THE EPILOGUE - WHICH ALWAYS RUNS, SO THE     *
000950*    AUDIT RECORD IS LEFT BEHIND HOWEVER THE RUN ENDED.         *
000960******************************************************************
000970 PROCEDURE DIVISION.
000980
000990 0000-MAINLINE.
001000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001010     IF SVC-PROCEED AND SVC-RETURN-CODE < 8
001020         PERFORM 5000-PRODUCE-REPORT THRU 5000-EXIT
001030     END-IF
001040     PERFORM 9000-TERMINATE THRU 9000-EXIT
001050     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
001060     GOBACK.
001070
001080*----------------------------------------------------------------*
001090* 1000-INITIALIZE                                                *
001100*    HANDS THE STEP IDENTITY TO STEPSVC FOR THE PROLOGUE - JOB  *
001110*    HEADER, RUN-MODE CARD, RUN-ID, CALENDAR, AND CHECKPOINT.   *
001120*----------------------------------------------------------------*
001130 1000-INITIALIZE.
001140     MOVE SPACES            TO STEP-SVC-AREA
001150     MOVE WS-STEP-NAME      TO SVC-STEP-NAME
001160     MOVE WS-LOAD-MODULE-ID TO SVC-LOAD-MODULE
001170     SET SVC-FUNCTION-PROLOGUE TO TRUE
001180     CALL "STEPSVC" USING STEP-SVC-AREA.
001190 1000-EXIT.
001200     EXIT.
001210
001220*----------------------------------------------------------------*
001230* 5000-PRODUCE-REPORT                                            *
001240*    BUILDS THE SYSOUT REPORT - TITLE, RUN-DATE, PAGE HEADER,   *
001250*    AND THE STEP'S COMPLETION LINE.                            *
001260*----------------------------------------------------------------*
001270 5000-PRODUCE-REPORT.
001280     OPEN OUTPUT PRINT-FILE
001290     MOVE "PRTFILE " TO FSTAT-DD-NAME
001300     MOVE "OPEN    " TO FSTAT-OPERATION
001310     MOVE WS-PRINT-FILE-STATUS TO FSTAT-FILE-STATUS
001320     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
001330     IF FSTAT-RETURN-CODE NOT = ZERO
001340         GO TO 5000-EXIT
001350     END-IF
001360     PERFORM 5100-WRITE-REPORT-HEADERS THRU 5100-EXIT
001370     MOVE SPACES TO WS-DETAIL-LINE
001380     STRING WS-STEP-NAME DELIMITED BY SPACE
001390            " PROCESSING COMPLETE FOR RUN-ID " DELIMITED BY SIZE
001400            SVC-RUN-ID DELIMITED BY SIZE
001410            INTO WS-DETAIL-LINE
001420     END-STRING
001430     MOVE " " TO PRT-CARRIAGE-CONTROL
001440     MOVE WS-DETAIL-LINE TO PRT-TEXT
001450     WRITE PRT-FILE-RECORD
001460     CLOSE PRINT-FILE
001470     MOVE "PRTFILE " TO FSTAT-DD-NAME
001480     MOVE "CLOSE   " TO FSTAT-OPERATION
001490     MOVE WS-PRINT-FILE-STATUS TO FSTAT-FILE-STATUS
001500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
001510 5000-EXIT.
001520     EXIT.
001530
001540 5100-WRITE-REPORT-HEADERS.
001550     MOVE "1" TO PRT-CARRIAGE-CONTROL
001560     MOVE WS-TITLE-LINE TO PRT-TEXT
001570     WRITE PRT-FILE-RECORD
001580
001590     MOVE SPACES TO WS-RUNDATE-LINE
001600     STRING "RUN DATE: "    DELIMITED BY SIZE
001610            SVC-RUN-DATE    DELIMITED BY SIZE
001620            "   RUN TIME: " DELIMITED BY SIZE
001630            SVC-RUN-TIME    DELIMITED BY SIZE
001640            "   RUN-ID: "   DELIMITED BY SIZE
001650            SVC-RUN-ID      DELIMITED BY SIZE
001660            INTO WS-RUNDATE-LINE
001670     END-STRING
001680     MOVE " " TO PRT-CARRIAGE-CONTROL
001690     MOVE WS-RUNDATE-LINE TO PRT-TEXT
001700     WRITE PRT-FILE-RECORD
001710
001720     MOVE SPACES TO WS-HEADER-LINE
001730     STRING "JOB: "          DELIMITED BY SIZE
001740            WS-STEP-NAME     DELIMITED BY SIZE
001750            "   MODE: "      DELIMITED BY SIZE
001760            SVC-RUN-MODE     DELIMITED BY SIZE
001770            "   PAGE:    1"  DELIMITED BY SIZE
001780            INTO WS-HEADER-LINE
001790     END-STRING
001800     MOVE "-" TO PRT-CARRIAGE-CONTROL
001810     MOVE WS-HEADER-LINE TO PRT-TEXT
001820     WRITE PRT-FILE-RECORD.
001830 5100-EXIT.
001840     EXIT.
001850
001860*----------------------------------------------------------------*
001870* 9000-TERMINATE                                                 *
001880*    HANDS BACK TO STEPSVC FOR THE EPILOGUE - CHECKPOINT, AUDIT *
001890*    RECORD, AND ALERT - AND KEEPS THE FINAL RETURN CODE.       *
001900*----------------------------------------------------------------*
001910 9000-TERMINATE.
001920     SET SVC-FUNCTION-EPILOGUE TO TRUE
001930     CALL "STEPSVC" USING STEP-SVC-AREA
001940     MOVE SVC-RETURN-CODE TO WS-FINAL-RETURN-CODE.
001950 9000-EXIT.
001960     EXIT.
001970
001980*----------------------------------------------------------------*
001990* 9800-CHECK-FILE-STATUS                                         *
002000*    ROUTES A FILE STATUS THROUGH THE SHARED COBFSTAT HANDLER   *
002010*    UNDER THE STEP NAME AND RUN-ID FROM THE PROLOGUE.  A       *
002020*    HIGHER RECOMMENDED RETURN CODE REPLACES THE STEP'S, AND A  *
002030*    FAILURE IS LEFT IN THE AREA FOR THE EPILOGUE'S ALERT.      *
002040*----------------------------------------------------------------*
002050 9800-CHECK-FILE-STATUS.
002060     MOVE SVC-STEP-NAME TO FSTAT-JOB-NAME
002070     MOVE SVC-RUN-ID    TO FSTAT-RUN-ID
002080     CALL "COBFSTAT" USING FSTAT-AREA
002090     IF FSTAT-RETURN-CODE > SVC-RETURN-CODE
002100         MOVE FSTAT-RETURN-CODE TO SVC-RETURN-CODE
002110     END-IF
002120     IF FSTAT-RETURN-CODE NOT = ZERO
002130         MOVE SPACES TO SVC-LAST-IO-ERROR
002140         STRING FSTAT-DD-NAME      DELIMITED BY SPACE
002150                " "                DELIMITED BY SIZE
002160                FSTAT-OPERATION    DELIMITED BY SPACE
002170                " FAILED - "       DELIMITED BY SIZE
002180                FSTAT-MESSAGE-TEXT DELIMITED BY SIZE
002190                INTO SVC-LAST-IO-ERROR
002200         END-STRING
002210     END-IF.
002220 9800-EXIT.
002230     EXIT.
