000180*   2026-08-22  DLF  INITIAL VERSION.                            *
000182*   2026-08-22  DLF  ROUTED FILE STATUS CODES THROUGH THE        *
000184*                    SHARED COBFSTAT HANDLER.                    *
000185*   2026-10-15  DLF  THE AUDIT LOG IS NOW INDEXED AND IS READ    *
000187*                    SEQUENTIALLY IN KEY ORDER, WHICH IS         *
000188*                    BUSINESS-DATE ORDER.                        *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    AUDITRPT.
000290 FILE-CONTROL.
000300     SELECT AUDIT-FILE
000310         ASSIGN TO "AUDITLOG"
000315         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000325         RECORD KEY IS AUD-KEY
000330         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000340
000350     SELECT PRINT-FILE
000400 DATA DIVISION.
000410 FILE SECTION.
000420*----------------------------------------------------------------*
000426*    AUDIT-LOG FILE, READ FRONT TO BACK IN KEY ORDER - RUN-ID,   *
000432*    WHICH BEGINS WITH THE BUSINESS DATE, SO THE DETAIL LINES    *
000438*    COME OUT IN DATE ORDER.  ONE RECORD PER EXECUTION OF A      *
000444*    BATCH STEP IN THIS SUITE.                                   *
000450*----------------------------------------------------------------*
000465 FD  AUDIT-FILE.
000480     COPY AUDITREC.
000490
000500*----------------------------------------------------------------*
