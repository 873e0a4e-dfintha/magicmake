000260* REJECTED, AND A CARD THAT TOUCHES NO ALERT AT ALL IS           *
000270* REPORTED - BOTH POST RETURN CODE 4 SO THE BRIDGE SEES THE      *
000280* CARD DID NOT DO WHAT WAS MEANT.                                *
000281*                                                                *
000282* EVERY ALERT THE SWEEP STAMPS ALSO WRITES A CHANGE-JOURNAL      *
000284* RECORD (SEE COPYBOOK JRNLREC) WITH THE ALERT'S IMAGE BEFORE    *
000285* AND AFTER THE STAMP TO THE JRNLNEW STAGING DATASET, WHICH THE  *
000287* JCL APPENDS TO THE JOURNAL ONCE THE REPLACEMENT IS COPIED      *
000288* BACK.                                                          *
000290*                                                                *
000300* RETURN CODES: 0 = EVERY CARD APPLIED; 4 = AT LEAST ONE CARD    *
000310* REJECTED OR UNMATCHED (THE REPLACEMENT FILE IS STILL WRITTEN   *
000340*------------------------------------------------------------------
000350* MOD HISTORY                                                    *
000360*   2026-09-02  DLF  INITIAL VERSION.                            *
000363*   2026-10-15  DLF  CHANGE JOURNAL - EVERY STAMPED ALERT STAGES *
000366*                    A JOURNAL RECORD TO JRNLNEW.                *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.    ALERTACK.
000640         ASSIGN TO "PRTFILE"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PRINT-FILE-STATUS.

000662     SELECT JOURNAL-FILE
000664         ASSIGN TO "JRNLNEW"
000666         ORGANIZATION IS LINE SEQUENTIAL
000668         FILE STATUS IS WS-JRNL-FILE-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
001000 01  PRT-FILE-RECORD.
001010     05  PRT-CARRIAGE-CONTROL    PIC X(01).
001020     05  PRT-TEXT                PIC X(132).

001021*----------------------------------------------------------------*
001022*    CHANGE-JOURNAL STAGING DATASET - ONE RECORD PER STAMPED     *
001023*    ALERT, APPENDED TO THE JOURNAL BY THE JCL AFTER COPY-BACK.  *
001025*----------------------------------------------------------------*
001026 FD  JOURNAL-FILE
001027     RECORDING MODE IS F.
001028     COPY JRNLREC.
001030
001040 WORKING-STORAGE SECTION.
001050*----------------------------------------------------------------*
001200 77  WS-ALERT-FILE-STATUS         PIC X(02) VALUE "00".
001210 77  WS-ALERT-NEW-STATUS          PIC X(02) VALUE "00".
001220 77  WS-PRINT-FILE-STATUS         PIC X(02) VALUE "00".
001225 77  WS-JRNL-FILE-STATUS          PIC X(02) VALUE "00".
001230
001240*----------------------------------------------------------------*
001250*    SWITCHES.                                                   *
001590 77  WS-ACKED-COUNT               PIC 9(05) COMP VALUE ZERO.
001600 77  WS-CLOSED-COUNT              PIC 9(05) COMP VALUE ZERO.
001610 77  WS-UNMATCHED-CARD-COUNT      PIC 9(05) COMP VALUE ZERO.
001615 77  WS-JRNL-SEQUENCE             PIC 9(05) COMP VALUE ZERO.
001620
001630*----------------------------------------------------------------*
001640*    MAINTENANCE TIMESTAMP STAMPED ON EVERY TOUCHED ALERT.       *
003510*    EACH RECORD AND WHOSE ACTION IS LEGAL FOR THE RECORD'S      *
003520*    CURRENT STATUS.  A MISSING LIVE FILE SIMPLY MEANS THERE IS  *
003530*    NOTHING TO ACKNOWLEDGE - EVERY CARD WILL REPORT UNMATCHED.  *
003532*    A JOURNAL STAGING DATASET THAT WILL NOT OPEN POSTS A        *
003535*    FAILING RETURN CODE THROUGH 9800, WHICH KEEPS THE JCL FROM  *
003537*    COPYING BACK STAMPS IT CANNOT JOURNAL.                      *
003540*----------------------------------------------------------------*
003550 4000-SWEEP-ALERT-FILE.
003560     OPEN OUTPUT ALERT-NEW-FILE
003580     MOVE "OPEN    " TO FSTAT-OPERATION
003590     MOVE WS-ALERT-NEW-STATUS TO FSTAT-FILE-STATUS
003600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003601     OPEN OUTPUT JOURNAL-FILE
003603     MOVE "JRNLNEW " TO FSTAT-DD-NAME
003605     MOVE "OPEN    " TO FSTAT-OPERATION
003606     MOVE WS-JRNL-FILE-STATUS TO FSTAT-FILE-STATUS
003608     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003610     OPEN INPUT ALERT-FILE
003620     EVALUATE TRUE
003630         WHEN WS-ALERT-FILE-STATUS = "00"
003780     MOVE "ALRTNEW " TO FSTAT-DD-NAME
003790     MOVE "CLOSE   " TO FSTAT-OPERATION
003800     MOVE WS-ALERT-NEW-STATUS TO FSTAT-FILE-STATUS
003802     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003805     CLOSE JOURNAL-FILE
003808     MOVE "JRNLNEW " TO FSTAT-DD-NAME
003811     MOVE "CLOSE   " TO FSTAT-OPERATION
003814     MOVE WS-JRNL-FILE-STATUS TO FSTAT-FILE-STATUS
003817     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
003820 4000-EXIT.
003830     EXIT.
003840
004350 4110-EXIT.
004360     EXIT.
004370
004371*----------------------------------------------------------------*
004372* 4200-STAMP-ALERT                                               *
004374*    APPLIES THE MATCHED CARD TO THE ALERT, PRINTS THE DETAIL    *
004375*    LINE, AND STAGES THE JOURNAL RECORD WITH THE ALERT'S IMAGE  *
004377*    BEFORE AND AFTER THE STAMP.                                 *
004378*----------------------------------------------------------------*
004380 4200-STAMP-ALERT.
004383     MOVE SPACES TO JOURNAL-RECORD
004386     MOVE ALERT-RECORD TO JRN-BEFORE-IMAGE
004390     MOVE ALR-STATUS TO WS-OLD-STATUS
004400     IF WS-CRD-ACTION(WS-CARD-HIT) = "CLOSE   "
004410         MOVE "C" TO ALR-STATUS
004650     END-STRING
004660     MOVE " " TO PRT-CARRIAGE-CONTROL
004670     MOVE WS-DETAIL-LINE TO PRT-TEXT
004676     WRITE PRT-FILE-RECORD
004683     PERFORM 4300-WRITE-JOURNAL-RECORD THRU 4300-EXIT.
004690 4200-EXIT.
004700     EXIT.
004700
004700 4300-WRITE-JOURNAL-RECORD.
004701     ADD 1 TO WS-JRNL-SEQUENCE
004701     MOVE WS-ACK-TIMESTAMP TO JRN-CHANGE-TIMESTAMP
004702     MOVE WS-JH-RUN-ID     TO JRN-RUN-ID
004702     MOVE WS-JH-JOB-NAME   TO JRN-JOB-NAME
004702     MOVE WS-JRNL-SEQUENCE TO JRN-SEQUENCE
004703     SET JRN-FILE-ALERTFIL TO TRUE
004703     MOVE ALR-JOB-NAME     TO JRN-RECORD-KEY(1:8)
004704     MOVE ALR-RUN-ID       TO JRN-RECORD-KEY(9:14)
004704     MOVE ALR-RUN-TIME     TO JRN-RECORD-KEY(23:8)
004705     MOVE WS-CRD-ACTION(WS-CARD-HIT)   TO JRN-ACTION
004705     MOVE WS-CRD-OPERATOR(WS-CARD-HIT) TO JRN-OPERATOR
004705     MOVE ALERT-RECORD     TO JRN-AFTER-IMAGE
004706     WRITE JOURNAL-RECORD
004706     IF WS-JRNL-FILE-STATUS NOT = "00"
004707         MOVE "JRNLNEW " TO FSTAT-DD-NAME
004707         MOVE "WRITE   " TO FSTAT-OPERATION
004707         MOVE WS-JRNL-FILE-STATUS TO FSTAT-FILE-STATUS
004708         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
004708     END-IF.
004709 4300-EXIT.
004709     EXIT.
004710
004720*----------------------------------------------------------------*
004730* 6000-PRINT-SUMMARY                                             *
005030     MOVE " " TO PRT-CARRIAGE-CONTROL
005040     MOVE WS-COUNT-LINE TO PRT-TEXT
005050     WRITE PRT-FILE-RECORD
005051     MOVE WS-JRNL-SEQUENCE TO WS-EDIT-COUNT
005053     MOVE SPACES TO WS-COUNT-LINE
005055     STRING "JOURNAL RECORDS STAGED: " DELIMITED BY SIZE
005057            WS-EDIT-COUNT              DELIMITED BY SIZE
005059            INTO WS-COUNT-LINE
005060     END-STRING
005062     MOVE " " TO PRT-CARRIAGE-CONTROL
005064     MOVE WS-COUNT-LINE TO PRT-TEXT
005066     WRITE PRT-FILE-RECORD
005068     IF WS-CARD-OVERFLOW > ZERO
005070         MOVE " " TO PRT-CARRIAGE-CONTROL
005080         MOVE "WARNING - CARD TABLE OVERFLOW - CARDS SKIPPED"
005090             TO PRT-TEXT
