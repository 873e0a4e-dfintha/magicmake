000010******************************************************************
000020* PROGRAM-ID : CHNLOAD                                          *
000030* AUTHOR     : D. L. FENWICK                                    *
000040* INSTALLATION : SHOP BATCH SUPPORT SECTION                      *
000050* DATE-WRITTEN  : 2026-10-15                                     *
000060*                                                                *
000070* SHARED CHAIN-DEFINITION LOADER, BUILT ON THE COBHELLO AND     *
000080* COBFSTAT PATTERN: ONE SUBROUTINE EVERY PROGRAM THAT NEEDS     *
000090* THE STEP-NAME TO PROGRAM-ID CROSS-REFERENCE CALLS AT START-   *
000100* UP, SO THE CHAIN IS DEFINED IN ONE CONTROL FILE (CHAINDEF)    *
000110* INSTEAD OF A VALUE TABLE COMPILED INTO SIX PROGRAMS.          *
000120*                                                                *
000130* THE CALLER PASSES ITS XREF-AREA (SEE COPYBOOK STEPXREF) WITH  *
000140* ITS JOB NAME AND RUN-ID FILLED IN.  THIS ROUTINE READS THE    *
000150* CHAIN-DEFINITION FILE FRONT TO BACK, LOADS ONE TABLE ENTRY    *
000160* PER STEP RECORD (ACTIVE OR NOT), AND HANDS BACK A RETURN      *
000170* CODE AND A PRINTABLE MESSAGE.  I/O FAILURES ARE ROUTED        *
000180* THROUGH COBFSTAT UNDER THE CALLER'S JOB NAME AND RUN-ID, AS   *
000190* IF THE CALLER HAD READ THE FILE ITSELF.  THE ROUTINE PRINTS   *
000200* NOTHING - WHAT TO DO ABOUT A MISSING CHAIN DEFINITION IS THE  *
000210* CALLER'S DECISION.                                            *
000220*                                                                *
000230* RETURN CODES (XREF-RETURN-CODE): 0 = LOADED; 8 = MORE STEPS   *
000240* THAN THE TABLE HOLDS; 12 = I/O FAILURE; 16 = CHAINDEF         *
000250* MISSING OR EMPTY.                                             *
000260*------------------------------------------------------------------
000270* MOD HISTORY                                                    *
000280*   2026-10-15  DLF  INITIAL VERSION.                            *
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    CHNLOAD.
000320 AUTHOR.        D. L. FENWICK.
000330 INSTALLATION.  SHOP BATCH SUPPORT SECTION.
000340 DATE-WRITTEN.  2026-10-15.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CHAIN-FILE
000410         ASSIGN TO "CHAINDEF"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CHAIN-FILE-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470*----------------------------------------------------------------*
000480*    CHAIN-DEFINITION CONTROL FILE, ONE RECORD PER STEP.        *
000490*----------------------------------------------------------------*
000500 FD  CHAIN-FILE
000510     RECORDING MODE IS F.
000520     COPY CHNDEF.
000530
000540 WORKING-STORAGE SECTION.
000550*----------------------------------------------------------------*
000560*    PARAMETER AREA USED TO ROUTE FILE STATUS CODES THROUGH    *
000570*    THE SHARED COBFSTAT HANDLER (SEE 9800-CHECK-FILE-STATUS). *
000580*----------------------------------------------------------------*
000590 COPY FSTATMSG.
000600
000610*----------------------------------------------------------------*
000620*    FILE STATUS WORK AREA AND SWITCHES.                        *
000630*----------------------------------------------------------------*
000640 77  WS-CHAIN-FILE-STATUS         PIC X(02) VALUE "00".
000650 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
000660     88  WS-EOF                       VALUE "Y".
000670
000680*----------------------------------------------------------------*
000690*    TABLE SUBSCRIPTS.                                          *
000700*----------------------------------------------------------------*
000710 77  WS-MODE-IDX                  PIC 9(04) COMP VALUE ZERO.
000720
000730 LINKAGE SECTION.
000740 COPY STEPXREF.
000750
000760******************************************************************
000770* 0000-MAINLINE                                                  *
000780*    RESETS THE CALLER'S TABLE, LOADS IT FROM THE CHAIN-        *
000790*    DEFINITION FILE, AND SETS THE RETURN CODE AND MESSAGE.     *
000800******************************************************************
000810 PROCEDURE DIVISION USING XREF-AREA.
000820
000830 0000-MAINLINE.
000840     MOVE ZERO   TO XREF-RETURN-CODE
000850     MOVE SPACES TO XREF-MESSAGE-TEXT
000860     MOVE 50     TO XREF-TABLE-MAX
000870     MOVE ZERO   TO XREF-ENTRY-COUNT
000880     MOVE ZERO   TO XREF-OVERFLOW
000890     PERFORM 1000-OPEN-CHAIN-FILE THRU 1000-EXIT
000900     IF XREF-RETURN-CODE = ZERO
000910         PERFORM 2000-LOAD-CHAIN-ENTRIES THRU 2000-EXIT
000920         PERFORM 3000-CHECK-LOAD-RESULT THRU 3000-EXIT
000930     END-IF
000940     GOBACK.
000950
000960*----------------------------------------------------------------*
000970* 1000-OPEN-CHAIN-FILE                                           *
000980*    A MISSING CHAIN DEFINITION IS AN ENVIRONMENT FAILURE (16)  *
000990*    - NO PROGRAM CAN MATCH STEPS TO PROGRAMS WITHOUT IT.  ANY  *
001000*    OTHER OPEN FAILURE GOES THROUGH COBFSTAT.                  *
001010*----------------------------------------------------------------*
001020 1000-OPEN-CHAIN-FILE.
001030     OPEN INPUT CHAIN-FILE
001040     IF WS-CHAIN-FILE-STATUS = "00"
001050         GO TO 1000-EXIT
001060     END-IF
001070     IF WS-CHAIN-FILE-STATUS = "05"
001080         OR WS-CHAIN-FILE-STATUS = "35"
001090         MOVE "REQUIRED DATASET CHAINDEF NOT AVAILABLE"
001100             TO XREF-MESSAGE-TEXT
001110         MOVE 16 TO XREF-RETURN-CODE
001120         GO TO 1000-EXIT
001130     END-IF
001140     MOVE "OPEN    " TO FSTAT-OPERATION
001150     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
001160 1000-EXIT.
001170     EXIT.
001180
001190*----------------------------------------------------------------*
001200* 2000-LOAD-CHAIN-ENTRIES                                        *
001210*    READS THE FILE FRONT TO BACK.  BLANK RECORDS ARE SKIPPED.  *
001220*    STEPS PAST THE TABLE CAPACITY ARE COUNTED, NOT LOADED.     *
001230*----------------------------------------------------------------*
001240 2000-LOAD-CHAIN-ENTRIES.
001250     MOVE "N" TO WS-EOF-SWITCH
001260     PERFORM 2010-READ-CHAIN-RECORD THRU 2010-EXIT
001270         UNTIL WS-EOF
001280     CLOSE CHAIN-FILE.
001290 2000-EXIT.
001300     EXIT.
001310
001320 2010-READ-CHAIN-RECORD.
001330     READ CHAIN-FILE
001340         AT END
001350             SET WS-EOF TO TRUE
001360             GO TO 2010-EXIT
001370     END-READ
001380     IF WS-CHAIN-FILE-STATUS NOT = "00"
001390         MOVE "READ    " TO FSTAT-OPERATION
001400         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
001410         SET WS-EOF TO TRUE
001420         GO TO 2010-EXIT
001430     END-IF
001440     IF CHN-STEP-NAME = SPACES
001450         GO TO 2010-EXIT
001460     END-IF
001470     IF XREF-ENTRY-COUNT NOT < XREF-TABLE-MAX
001480         ADD 1 TO XREF-OVERFLOW
001490         GO TO 2010-EXIT
001500     END-IF
001510     ADD 1 TO XREF-ENTRY-COUNT
001520     MOVE CHN-STEP-NAME   TO XREF-STEP-NAME(XREF-ENTRY-COUNT)
001530     MOVE CHN-LOAD-MODULE TO XREF-PROGRAM-ID(XREF-ENTRY-COUNT)
001540     MOVE CHN-PREDECESSOR TO XREF-PREDECESSOR(XREF-ENTRY-COUNT)
001550     MOVE CHN-ACTIVE-FLAG TO XREF-ACTIVE-FLAG(XREF-ENTRY-COUNT)
001560     PERFORM 2020-COPY-RUN-MODE THRU 2020-EXIT
001570         VARYING WS-MODE-IDX FROM 1 BY 1
001580         UNTIL WS-MODE-IDX > 5.
001590 2010-EXIT.
001600     EXIT.
001610
001620 2020-COPY-RUN-MODE.
001630     MOVE CHN-RUN-MODE(WS-MODE-IDX)
001640         TO XREF-RUN-MODE(XREF-ENTRY-COUNT, WS-MODE-IDX).
001650 2020-EXIT.
001660     EXIT.
001670
001680*----------------------------------------------------------------*
001690* 3000-CHECK-LOAD-RESULT                                         *
001700*    AN EMPTY FILE IS AS BAD AS A MISSING ONE.  AN OVERFLOW IS  *
001710*    A LOGIC PROBLEM - THE TABLE IS USABLE BUT INCOMPLETE.      *
001720*----------------------------------------------------------------*
001730 3000-CHECK-LOAD-RESULT.
001740     IF XREF-RETURN-CODE NOT = ZERO
001750         GO TO 3000-EXIT
001760     END-IF
001770     IF XREF-ENTRY-COUNT = ZERO
001780         MOVE "REQUIRED DATASET CHAINDEF IS EMPTY"
001790             TO XREF-MESSAGE-TEXT
001800         MOVE 16 TO XREF-RETURN-CODE
001810         GO TO 3000-EXIT
001820     END-IF
001830     IF XREF-OVERFLOW > ZERO
001840         MOVE "CHAINDEF EXCEEDS CROSS-REFERENCE TABLE CAPACITY"
001850             TO XREF-MESSAGE-TEXT
001860         MOVE 8 TO XREF-RETURN-CODE
001870     END-IF.
001880 3000-EXIT.
001890     EXIT.
001900
001910*----------------------------------------------------------------*
001920* 9800-CHECK-FILE-STATUS                                         *
001930*    ROUTES THE CHAINDEF STATUS THROUGH THE SHARED COBFSTAT     *
001940*    HANDLER UNDER THE CALLER'S JOB NAME AND RUN-ID.  THE       *
001950*    CALLER OF THIS PARAGRAPH SETS FSTAT-OPERATION FIRST.       *
001960*----------------------------------------------------------------*
001970 9800-CHECK-FILE-STATUS.
001980     MOVE XREF-JOB-NAME        TO FSTAT-JOB-NAME
001990     MOVE XREF-RUN-ID          TO FSTAT-RUN-ID
002000     MOVE "CHAINDEF"           TO FSTAT-DD-NAME
002010     MOVE WS-CHAIN-FILE-STATUS TO FSTAT-FILE-STATUS
002020     CALL "COBFSTAT" USING FSTAT-AREA
002030     IF FSTAT-RETURN-CODE > XREF-RETURN-CODE
002040         MOVE FSTAT-RETURN-CODE TO XREF-RETURN-CODE
002050         MOVE FSTAT-MESSAGE-TEXT TO XREF-MESSAGE-TEXT
002060     END-IF.
002070 9800-EXIT.
002080     EXIT.
