000290*------------------------------------------------------------------
000300* MOD HISTORY                                                    *
000310*   2026-09-02  DLF  INITIAL VERSION.                            *
000310*   2026-10-15  DLF  THE ESCALATION RECORD CARRIES THE ENTITY    *
000310*                    CODE OF THE ALERT IT ESCALATES.             *
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    ALERTESC.
001410         10  WS-ESC-RUN-DATE          PIC X(08).
001420         10  WS-ESC-RUN-TIME          PIC X(08).
001430         10  WS-ESC-AGE-HOURS         PIC 9(05) COMP.
001435         10  WS-ESC-ENTITY-CODE       PIC X(04).
001440
001450*----------------------------------------------------------------*
001460*    AGE ARITHMETIC WORK AREAS.  RECORD AND CURRENT TIMES ARE    *
001790     05  WS-NEW-STATUS           PIC X(01).
001800     05  WS-NEW-ACK-OPERATOR     PIC X(03).
001810     05  WS-NEW-ACK-TIMESTAMP    PIC X(14).
001820     05  WS-NEW-ENTITY-CODE      PIC X(04).
001825     05  WS-NEW-RESERVED         PIC X(05).
001830
001840*----------------------------------------------------------------*
001850*    COUNTERS, VALIDATION, AND RETURN-CODE WORK AREAS.           *
003720             WS-ESC-RUN-TIME(WS-ESC-TABLE-COUNT)
003730         MOVE WS-AGE-HOURS TO
003740             WS-ESC-AGE-HOURS(WS-ESC-TABLE-COUNT)
003745         MOVE ALR-ENTITY-CODE TO
003747             WS-ESC-ENTITY-CODE(WS-ESC-TABLE-COUNT)
003750     ELSE
003760         ADD 1 TO WS-ESC-OVERFLOW
003770     END-IF.
004470     MOVE "O"                  TO WS-NEW-STATUS
004480     MOVE SPACES               TO WS-NEW-ACK-OPERATOR
004490     MOVE SPACES               TO WS-NEW-ACK-TIMESTAMP
004500     MOVE WS-ESC-ENTITY-CODE(WS-ESC-IDX)
004502                               TO WS-NEW-ENTITY-CODE
004505     MOVE SPACES               TO WS-NEW-RESERVED
004510     MOVE WS-ESCALATION-RECORD TO ESCAL-OUT-RECORD
004520     WRITE ESCAL-OUT-RECORD
004530     IF WS-ESCAL-OUT-STATUS NOT = "00"
