000214*     TO MEANS OPEN-ENDED), A TO-DATE BEFORE THE FROM-DATE,      *
000216*     AND A RANGE OVERLAPPING ANOTHER VERSION OF THE SAME CODE   *
000218*     AND LANGUAGE.                                              *
000219*   - EVERY CARD REJECTS AN UNKNOWN ACTION OR LANGUAGE CODE,     *
000221*     AND BLANK OPERATOR INITIALS.                               *
000222*                                                                *
000224* EVERY ACCEPTED CARD ALSO WRITES A CHANGE-JOURNAL RECORD (SEE   *
000225* COPYBOOK JRNLREC) WITH THE BEFORE AND AFTER IMAGES OF THE      *
000227* MESSAGE RECORD TO THE JRNLNEW STAGING DATASET, WHICH THE JCL   *
000228* APPENDS TO THE JOURNAL ONCE THE NEW FILE IS COPIED BACK.       *
000230*                                                                *
000240* RETURN CODES: 0 = ALL CARDS ACCEPTED; 4 = AT LEAST ONE CARD    *
000250* REJECTED (NEW FILE STILL WRITTEN FROM THE ACCEPTED CARDS);     *
000305*                    CARRY A FROM/TO RANGE, AND VALIDATION       *
000306*                    REJECTS OVERLAPPING RANGES FOR THE SAME     *
000307*                    CODE AND LANGUAGE.                          *
000307*   2026-10-15  DLF  CHANGE JOURNAL - EVERY ACCEPTED CARD STAGES *
000307*                    A JOURNAL RECORD TO JRNLNEW; CARDS NOW      *
000307*                    REQUIRE THE OPERATOR'S INITIALS.            *
000302******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    MSGMAINT.
000570         ASSIGN TO "PRTFILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PRINT-FILE-STATUS.

000592     SELECT JOURNAL-FILE
000594         ASSIGN TO "JRNLNEW"
000596         ORGANIZATION IS LINE SEQUENTIAL
000598         FILE STATUS IS WS-JRNL-FILE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000950 01  PRT-FILE-RECORD.
000960     05  PRT-CARRIAGE-CONTROL    PIC X(01).
000970     05  PRT-TEXT                PIC X(132).

000971*----------------------------------------------------------------*
000972*    CHANGE-JOURNAL STAGING DATASET - ONE RECORD PER ACCEPTED    *
000973*    CARD, APPENDED TO THE JOURNAL BY THE JCL AFTER COPY-BACK.   *
000975*----------------------------------------------------------------*
000976 FD  JOURNAL-FILE
000977     RECORDING MODE IS F.
000978     COPY JRNLREC.
000980
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------*
001090 77  WS-TRAN-FILE-STATUS          PIC X(02) VALUE "00".
001100 77  WS-MSG-OUT-STATUS            PIC X(02) VALUE "00".
001110 77  WS-PRINT-FILE-STATUS         PIC X(02) VALUE "00".
001115 77  WS-JRNL-FILE-STATUS          PIC X(02) VALUE "00".
001120
001130*----------------------------------------------------------------*
001140*    SWITCHES.                                                   *
001439 77  WS-CARD-TO                   PIC X(08) VALUE SPACES.
001441 77  WS-CARD-TO-CMP               PIC X(08) VALUE SPACES.
001442 77  WS-ENTRY-TO-CMP              PIC X(08) VALUE SPACES.

001442*----------------------------------------------------------------*
001442*    CHANGE-JOURNAL WORK AREAS.  THE IMAGE IS ONE WORK-TABLE     *
001442*    ENTRY LAID OUT AS A MESSAGE FILE RECORD (COPYBOOK MSGTAB),  *
001442*    FOR THE BEFORE AND AFTER IMAGES OF THE JOURNAL RECORD.      *
001442*----------------------------------------------------------------*
001442 77  WS-JRNL-TIMESTAMP            PIC X(14) VALUE SPACES.
001442 77  WS-JRNL-SEQUENCE             PIC 9(05) COMP VALUE ZERO.
001442 77  WS-JRNL-IDX                  PIC 9(04) COMP VALUE ZERO.
001442 01  WS-MSG-IMAGE.
001442     05  WS-IMG-KEY.
001442         10  WS-IMG-CODE          PIC X(04).
001442         10  WS-IMG-LANG          PIC X(02).
001442         10  WS-IMG-FROM          PIC X(08).
001442     05  WS-IMG-TO                PIC X(08).
001442     05  WS-IMG-TEXT              PIC X(80).
001440
001450*----------------------------------------------------------------*
001460*    LANGUAGE CODES THE SHOP SUPPORTS.  A TRANSACTION IN ANY     *
002520            "000000"       DELIMITED BY SIZE
002530            INTO WS-JH-RUN-ID
002540     END-STRING
002543     MOVE WS-JH-RUN-DATE      TO WS-JRNL-TIMESTAMP(1:8)
002546     MOVE WS-JH-RUN-TIME(1:6) TO WS-JRNL-TIMESTAMP(9:6)
002550     MOVE ZERO TO WS-FINAL-RETURN-CODE
002560     OPEN INPUT TRAN-FILE
002570     IF WS-TRAN-FILE-STATUS NOT = "00"
003400*    READS EVERY TRANSACTION CARD, VALIDATES IT AGAINST THE      *
003410*    WORK TABLE, APPLIES THE ACCEPTED ONES, AND PRINTS ONE       *
003420*    REPORT BLOCK PER CARD SHOWING THE DISPOSITION AND THE       *
003425*    BEFORE/AFTER TEXT.  A JOURNAL STAGING DATASET THAT WILL     *
003430*    NOT OPEN POSTS A FAILING RETURN CODE THROUGH 9800, WHICH    *
003435*    KEEPS THE JCL FROM COPYING BACK CHANGES IT CANNOT JOURNAL.  *
003440*----------------------------------------------------------------*
003450 4000-APPLY-TRANSACTIONS.
003451     OPEN OUTPUT JOURNAL-FILE
003453     MOVE "JRNLNEW " TO FSTAT-DD-NAME
003455     MOVE "OPEN    " TO FSTAT-OPERATION
003456     MOVE WS-JRNL-FILE-STATUS TO FSTAT-FILE-STATUS
003458     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003460     OPEN INPUT TRAN-FILE
003470     MOVE "N" TO WS-EOF-SWITCH
003480     PERFORM 4010-READ-TRAN-RECORD THRU 4010-EXIT
003490         UNTIL WS-EOF
003492     CLOSE TRAN-FILE
003495     CLOSE JOURNAL-FILE
003498     MOVE "JRNLNEW " TO FSTAT-DD-NAME
003501     MOVE "CLOSE   " TO FSTAT-OPERATION
003504     MOVE WS-JRNL-FILE-STATUS TO FSTAT-FILE-STATUS
003507     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
003510 4000-EXIT.
003520     EXIT.
003530
003750     EVALUATE TRUE
003760         WHEN NOT WS-LANGUAGE-KNOWN
003770             MOVE "UNKNOWN LANGUAGE CODE" TO WS-REJECT-REASON
003773         WHEN TRN-OPERATOR = SPACES
003776             MOVE "OPERATOR INITIALS REQUIRED" TO WS-REJECT-REASON
003780         WHEN TRN-ACTION-ADD AND WS-MESSAGE-FOUND
003790             MOVE "KEY ALREADY ON FILE" TO WS-REJECT-REASON
003800         WHEN TRN-ACTION-ADD AND TRN-MSG-TEXT = SPACES
004530*    APPLIES AN ACCEPTED CARD TO THE WORK TABLE AND PRINTS THE   *
004540*    BEFORE/AFTER REPORT BLOCK.  AN ADD THAT WOULD OVERFLOW      *
004550*    THE TABLE NEVER REACHES HERE - 4100 REJECTS IT DURING       *
004556*    VALIDATION.  THE ENTRY'S IMAGE BEFORE AND AFTER THE CHANGE  *
004563*    GOES TO THE CHANGE JOURNAL (4700).                          *
004570*----------------------------------------------------------------*
004580 4400-APPLY-ACCEPTED-CARD.
004581     MOVE SPACES TO JOURNAL-RECORD
004582     IF NOT TRN-ACTION-ADD
004584         MOVE WS-MSG-HIT TO WS-JRNL-IDX
004585         PERFORM 4710-BUILD-MESSAGE-IMAGE THRU 4710-EXIT
004587         MOVE WS-MSG-IMAGE TO JRN-BEFORE-IMAGE
004588     END-IF
004590     EVALUATE TRUE
004600         WHEN TRN-ACTION-ADD
004610             ADD 1 TO WS-MSG-TABLE-COUNT
004860             MOVE WS-MSG-TAB-TEXT(WS-MSG-HIT) TO WS-TXT-BODY
004870             PERFORM 4420-PRINT-TEXT-LINE THRU 4420-EXIT
004880             SET WS-MSG-TAB-DELETED(WS-MSG-HIT) TO TRUE
004886     END-EVALUATE
004893     PERFORM 4700-WRITE-JOURNAL-RECORD THRU 4700-EXIT.
004900 4400-EXIT.
004910     EXIT.
004920
005068     END-IF.
005069 4610-EXIT.
005071     EXIT.
005071
005071*----------------------------------------------------------------*
005071* 4700-WRITE-JOURNAL-RECORD                                      *
005071*    COMPLETES AND STAGES THE JOURNAL RECORD FOR AN APPLIED      *
005071*    CARD.  4400 HAS ALREADY MOVED IN THE BEFORE IMAGE (BLANK    *
005071*    FOR AN ADD); THE AFTER IMAGE IS THE ENTRY AS IT NOW STANDS  *
005071*    (BLANK FOR A DELETE).                                       *
005071*----------------------------------------------------------------*
005071 4700-WRITE-JOURNAL-RECORD.
005071     IF TRN-ACTION-ADD
005071         MOVE WS-MSG-TABLE-COUNT TO WS-JRNL-IDX
005071     ELSE
005071         MOVE WS-MSG-HIT TO WS-JRNL-IDX
005071     END-IF
005071     PERFORM 4710-BUILD-MESSAGE-IMAGE THRU 4710-EXIT
005071     IF NOT TRN-ACTION-DELETE
005071         MOVE WS-MSG-IMAGE TO JRN-AFTER-IMAGE
005071     END-IF
005071     ADD 1 TO WS-JRNL-SEQUENCE
005071     MOVE WS-JRNL-TIMESTAMP TO JRN-CHANGE-TIMESTAMP
005071     MOVE WS-JH-RUN-ID      TO JRN-RUN-ID
005071     MOVE WS-JH-JOB-NAME    TO JRN-JOB-NAME
005071     MOVE WS-JRNL-SEQUENCE  TO JRN-SEQUENCE
005071     SET JRN-FILE-MSGFILE   TO TRUE
005071     MOVE WS-IMG-KEY        TO JRN-RECORD-KEY
005071     MOVE TRN-ACTION        TO JRN-ACTION
005071     MOVE TRN-OPERATOR      TO JRN-OPERATOR
005071     WRITE JOURNAL-RECORD
005071     IF WS-JRNL-FILE-STATUS NOT = "00"
005071         MOVE "JRNLNEW " TO FSTAT-DD-NAME
005071         MOVE "WRITE   " TO FSTAT-OPERATION
005071         MOVE WS-JRNL-FILE-STATUS TO FSTAT-FILE-STATUS
005071         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005071     END-IF.
005071 4700-EXIT.
005071     EXIT.
005071
005071 4710-BUILD-MESSAGE-IMAGE.
005071     MOVE WS-MSG-TAB-CODE(WS-JRNL-IDX) TO WS-IMG-CODE
005071     MOVE WS-MSG-TAB-LANG(WS-JRNL-IDX) TO WS-IMG-LANG
005071     MOVE WS-MSG-TAB-FROM(WS-JRNL-IDX) TO WS-IMG-FROM
005071     MOVE WS-MSG-TAB-TO(WS-JRNL-IDX)   TO WS-IMG-TO
005071     MOVE WS-MSG-TAB-TEXT(WS-JRNL-IDX) TO WS-IMG-TEXT.
005071 4710-EXIT.
005071     EXIT.
005040
005050 4420-PRINT-TEXT-LINE.
005060     MOVE " " TO PRT-CARRIAGE-CONTROL
005760     MOVE " " TO PRT-CARRIAGE-CONTROL
005770     MOVE WS-COUNT-LINE TO PRT-TEXT
005780     WRITE PRT-FILE-RECORD
005781     MOVE WS-JRNL-SEQUENCE TO WS-EDIT-COUNT
005782     MOVE SPACES TO WS-COUNT-LINE
005783     STRING "JOURNAL RECORDS STAGED: " DELIMITED BY SIZE
005784            WS-EDIT-COUNT              DELIMITED BY SIZE
005785            INTO WS-COUNT-LINE
005786     END-STRING
005787     MOVE " " TO PRT-CARRIAGE-CONTROL
005788     MOVE WS-COUNT-LINE TO PRT-TEXT
005789     WRITE PRT-FILE-RECORD
005790     CLOSE PRINT-FILE
005791     MOVE "PRTFILE " TO FSTAT-DD-NAME
005792     MOVE "CLOSE   " TO FSTAT-OPERATION
