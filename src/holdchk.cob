000010******************************************************************
000020* PROGRAM-ID : HOLDCHK                                          *
000030* AUTHOR     : D. L. FENWICK                                    *
000040* INSTALLATION : SHOP BATCH SUPPORT SECTION                      *
000050* DATE-WRITTEN  : 2026-10-15                                     *
000060*                                                                *
000070* SHARED HOLD/BYPASS LOOKUP, BUILT ON THE CHNLOAD PATTERN: ONE   *
000080* SUBROUTINE EVERY CHAIN STEP CALLS AT START-UP TO LEARN WHETHER *
000090* THE OPERATORS HAVE HELD OR BYPASSED IT FOR THE NIGHT, SO A     *
000100* STEP CAN BE STOOD DOWN FROM A CONTROL FILE INSTEAD OF BY       *
000110* EDITING THE NIGHTLY JCL OR PULLING THE PARMCARD.               *
000120*                                                                *
000130* THE CALLER PASSES ITS HOLD-CHECK-AREA (SEE COPYBOOK HOLDCHK)   *
000139* WITH ITS JOB NAME, RUN-ID, STEP NAME, BUSINESS DATE, AND       *
000148* ENTITY.  THIS ROUTINE READS THE HOLD FILE FRONT TO BACK AND    *
000157* PICKS, FROM THE RECORDS FOR THE STEP AND ENTITY (A BLANK       *
000166* ENTITY ON EITHER SIDE MEANING THE HOME ENTITY 0000) WHOSE      *
000175* BUSINESS-DATE-TO-EXPIRY RANGE COVERS THE RUN'S BUSINESS DATE,  *
000184* THE ONE WITH THE LATEST BUSINESS DATE.  A HOLD OR BYPASS THERE *
000193* IS HANDED BACK; A RELEASE, OR NO RECORD AT ALL, HANDS BACK A   *
000202* BLANK ACTION.  I/O FAILURES ARE ROUTED THROUGH COBFSTAT UNDER  *
000211* THE CALLER'S JOB NAME AND RUN-ID.  THE ROUTINE PRINTS NOTHING  *
000220* - WHAT TO DO ABOUT A HOLD IS THE CALLER'S DECISION.            *
000230*------------------------------------------------------------------
000240* MOD HISTORY                                                    *
000250*   2026-10-15  DLF  INITIAL VERSION.                            *
000252*   2026-10-15  DLF  A RECORD APPLIES ONLY TO THE CALLER'S       *
000255*                    ENTITY (HCK-ENTITY-CODE), A BLANK ENTITY ON *
000257*                    EITHER SIDE MEANING 0000.                   *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    HOLDCHK.
000290 AUTHOR.        D. L. FENWICK.
000300 INSTALLATION.  SHOP BATCH SUPPORT SECTION.
000310 DATE-WRITTEN.  2026-10-15.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT HOLD-FILE
000380         ASSIGN TO "HOLDFILE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-HOLD-FILE-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440*----------------------------------------------------------------*
000450*    STEP HOLD/BYPASS CONTROL FILE, ONE RECORD PER STEP,        *
000460*    BUSINESS DATE, AND ENTITY.                                 *
000470*----------------------------------------------------------------*
000480 FD  HOLD-FILE
000490     RECORDING MODE IS F.
000500     COPY HOLDREC.
000510
000520 WORKING-STORAGE SECTION.
000530*----------------------------------------------------------------*
000540*    PARAMETER AREA USED TO ROUTE FILE STATUS CODES THROUGH    *
000550*    THE SHARED COBFSTAT HANDLER (SEE 9800-CHECK-FILE-STATUS). *
000560*----------------------------------------------------------------*
000570 COPY FSTATMSG.
000580
000590*----------------------------------------------------------------*
000600*    FILE STATUS WORK AREA AND SWITCHES.                        *
000610*----------------------------------------------------------------*
000620 77  WS-HOLD-FILE-STATUS          PIC X(02) VALUE "00".
000630 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
000640     88  WS-EOF                       VALUE "Y".
000650 77  WS-HIT-SWITCH                PIC X(01) VALUE "N".
000660     88  WS-RECORD-HIT                VALUE "Y".
000662 77  WS-ABSENT-SWITCH             PIC X(01) VALUE "N".
000664     88  WS-HOLD-FILE-ABSENT          VALUE "Y".
000664
000665*----------------------------------------------------------------*
000666*    THE CALLER'S ENTITY AND THE ENTITY OF THE RECORD IN HAND,  *
000667*    EACH WITH A BLANK CODE TAKEN AS THE HOME ENTITY 0000.      *
000667*----------------------------------------------------------------*
000668 77  WS-RUN-ENTITY                PIC X(04) VALUE "0000".
000669 77  WS-HOLD-ENTITY               PIC X(04) VALUE "0000".
000670
000680*----------------------------------------------------------------*
000690*    THE RECORD IN FORCE SO FAR - THE APPLICABLE RECORD WITH    *
000700*    THE LATEST BUSINESS DATE SEEN ON THE PASS.                 *
000710*----------------------------------------------------------------*
000720 01  WS-BEST-RECORD.
000730     05  WS-BEST-BUSINESS-DATE    PIC X(08).
000740     05  WS-BEST-ACTION           PIC X(08).
000750     05  WS-BEST-OPERATOR         PIC X(03).
000760     05  WS-BEST-REASON           PIC X(40).
000770     05  WS-BEST-EXPIRY-DATE      PIC X(08).
000780
000790 LINKAGE SECTION.
000800 COPY HOLDCHK.
000810
000820******************************************************************
000830* 0000-MAINLINE                                                  *
000840*    RESETS THE OUTPUT FIELDS, SCANS THE HOLD FILE, AND HANDS   *
000850*    BACK THE INSTRUCTION IN FORCE.                             *
000860******************************************************************
000870 PROCEDURE DIVISION USING HOLD-CHECK-AREA.
000880
000890 0000-MAINLINE.
000900     MOVE SPACES TO HCK-ACTION
000910     MOVE SPACES TO HCK-OPERATOR
000920     MOVE SPACES TO HCK-REASON
000930     MOVE SPACES TO HCK-EFFECTIVE-DATE
000940     MOVE SPACES TO HCK-EXPIRY-DATE
000950     MOVE ZERO   TO HCK-RETURN-CODE
000960     MOVE SPACES TO HCK-MESSAGE-TEXT
000970     MOVE SPACES TO WS-BEST-RECORD
000980     MOVE "N"    TO WS-HIT-SWITCH
000985     MOVE "N"    TO WS-ABSENT-SWITCH
000986     MOVE HCK-ENTITY-CODE TO WS-RUN-ENTITY
000987     IF WS-RUN-ENTITY = SPACES
000988         MOVE "0000" TO WS-RUN-ENTITY
000989     END-IF
000990     PERFORM 1000-OPEN-HOLD-FILE THRU 1000-EXIT
001000     IF HCK-RETURN-CODE = ZERO AND NOT WS-HOLD-FILE-ABSENT
001010         PERFORM 2000-SCAN-HOLD-RECORDS THRU 2000-EXIT
001020         PERFORM 3000-RETURN-RESULT THRU 3000-EXIT
001030     END-IF
001040     GOBACK.
001050
001060*----------------------------------------------------------------*
001070* 1000-OPEN-HOLD-FILE                                            *
001080*    A MISSING HOLD FILE MEANS NOTHING HAS EVER BEEN HELD - THE *
001090*    STEP RUNS.  ANY OTHER OPEN FAILURE GOES THROUGH COBFSTAT,  *
001100*    AND THE CALLER MUST NOT RUN A STEP IT COULD NOT CHECK.     *
001110*----------------------------------------------------------------*
001120 1000-OPEN-HOLD-FILE.
001130     OPEN INPUT HOLD-FILE
001140     IF WS-HOLD-FILE-STATUS = "00"
001150         GO TO 1000-EXIT
001160     END-IF
001170     IF WS-HOLD-FILE-STATUS = "05"
001180         OR WS-HOLD-FILE-STATUS = "35"
001190         SET WS-HOLD-FILE-ABSENT TO TRUE
001200         GO TO 1000-EXIT
001210     END-IF
001220     MOVE "OPEN    " TO FSTAT-OPERATION
001230     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
001240 1000-EXIT.
001250     EXIT.
001260
001270*----------------------------------------------------------------*
001280* 2000-SCAN-HOLD-RECORDS                                         *
001290*    READS THE FILE FRONT TO BACK, KEEPING THE APPLICABLE       *
001296*    RECORD WITH THE LATEST BUSINESS DATE.  A RECORD APPLIES    *
001303*    ONLY TO ITS OWN STEP AND ENTITY AND ACROSS ITS DATE RANGE. *
001310*----------------------------------------------------------------*
001320 2000-SCAN-HOLD-RECORDS.
001330     MOVE "N" TO WS-EOF-SWITCH
001340     PERFORM 2010-READ-HOLD-RECORD THRU 2010-EXIT
001350         UNTIL WS-EOF
001360     CLOSE HOLD-FILE.
001370 2000-EXIT.
001380     EXIT.
001390
001400 2010-READ-HOLD-RECORD.
001410     READ HOLD-FILE
001420         AT END
001430             SET WS-EOF TO TRUE
001440             GO TO 2010-EXIT
001450     END-READ
001460     IF WS-HOLD-FILE-STATUS NOT = "00"
001470         MOVE "READ    " TO FSTAT-OPERATION
001480         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
001490         SET WS-EOF TO TRUE
001500         GO TO 2010-EXIT
001510     END-IF
001520     IF HLD-STEP-NAME NOT = HCK-STEP-NAME
001530         OR HLD-BUSINESS-DATE > HCK-BUSINESS-DATE
001540         OR HLD-EXPIRY-DATE < HCK-BUSINESS-DATE
001550         GO TO 2010-EXIT
001551     END-IF
001552     MOVE HLD-ENTITY-CODE TO WS-HOLD-ENTITY
001553     IF WS-HOLD-ENTITY = SPACES
001555         MOVE "0000" TO WS-HOLD-ENTITY
001556     END-IF
001557     IF WS-HOLD-ENTITY NOT = WS-RUN-ENTITY
001558         GO TO 2010-EXIT
001560     END-IF
001570     IF WS-RECORD-HIT
001580         AND HLD-BUSINESS-DATE < WS-BEST-BUSINESS-DATE
001590         GO TO 2010-EXIT
001600     END-IF
001610     MOVE HLD-BUSINESS-DATE TO WS-BEST-BUSINESS-DATE
001620     MOVE HLD-ACTION        TO WS-BEST-ACTION
001630     MOVE HLD-OPERATOR      TO WS-BEST-OPERATOR
001640     MOVE HLD-REASON        TO WS-BEST-REASON
001650     MOVE HLD-EXPIRY-DATE   TO WS-BEST-EXPIRY-DATE
001660     SET WS-RECORD-HIT TO TRUE.
001670 2010-EXIT.
001680     EXIT.
001690
001700*----------------------------------------------------------------*
001710* 3000-RETURN-RESULT                                             *
001720*    HANDS BACK A HOLD OR BYPASS IN FORCE.  A RELEASE IN FORCE  *
001730*    LEAVES THE ACTION BLANK, AS DOES A READ FAILURE PART WAY   *
001740*    THROUGH THE FILE - THE RETURN CODE TELLS THE CALLER.       *
001760*----------------------------------------------------------------*
001770 3000-RETURN-RESULT.
001780     IF HCK-RETURN-CODE NOT = ZERO
001790         GO TO 3000-EXIT
001800     END-IF
001820     IF NOT WS-RECORD-HIT
001830         GO TO 3000-EXIT
001840     END-IF
001850     IF WS-BEST-ACTION NOT = "HOLD    "
001860         AND WS-BEST-ACTION NOT = "BYPASS  "
001870         GO TO 3000-EXIT
001880     END-IF
001890     MOVE WS-BEST-ACTION        TO HCK-ACTION
001900     MOVE WS-BEST-OPERATOR      TO HCK-OPERATOR
001910     MOVE WS-BEST-REASON        TO HCK-REASON
001920     MOVE WS-BEST-BUSINESS-DATE TO HCK-EFFECTIVE-DATE
001930     MOVE WS-BEST-EXPIRY-DATE   TO HCK-EXPIRY-DATE.
001940 3000-EXIT.
001950     EXIT.
001960
001970*----------------------------------------------------------------*
001980* 9800-CHECK-FILE-STATUS                                         *
001990*    ROUTES THE HOLDFILE STATUS THROUGH THE SHARED COBFSTAT     *
002000*    HANDLER UNDER THE CALLER'S JOB NAME AND RUN-ID.  THE       *
002010*    CALLER OF THIS PARAGRAPH SETS FSTAT-OPERATION FIRST.       *
002020*----------------------------------------------------------------*
002030 9800-CHECK-FILE-STATUS.
002040     MOVE HCK-JOB-NAME         TO FSTAT-JOB-NAME
002050     MOVE HCK-RUN-ID           TO FSTAT-RUN-ID
002060     MOVE "HOLDFILE"           TO FSTAT-DD-NAME
002070     MOVE WS-HOLD-FILE-STATUS  TO FSTAT-FILE-STATUS
002080     CALL "COBFSTAT" USING FSTAT-AREA
002090     IF FSTAT-RETURN-CODE > HCK-RETURN-CODE
002100         MOVE FSTAT-RETURN-CODE TO HCK-RETURN-CODE
002110         MOVE FSTAT-MESSAGE-TEXT TO HCK-MESSAGE-TEXT
002120     END-IF.
002130 9800-EXIT.
002140     EXIT.
