000050* DATE-WRITTEN  : 2026-08-22                                     *
000060*                                                                *
000070* RETENTION-DRIVEN PURGE AND ARCHIVE UTILITY FOR THE AUDIT LOG   *
000080* AND THE CHECKPOINT FILE.  BOTH FILES ARE ADDED TO BY THE       *
000090* NIGHTLY CHAIN AND GROW WITHOUT BOUND.  THEY ARE KEYED, SO THE  *
000100* CHAIN'S OWN LOOKUPS NO LONGER SLOW DOWN AS THEY GROW, BUT THE  *
000110* SPACE STILL HAS TO BE RECLAIMED.                               *
000120*                                                                *
000130* THIS STEP READS EACH LIVE FILE ONCE, COPIES RECORDS OLDER      *
000140* THAN THE RETENTION PERIOD (TAKEN FROM THE RETNCARD CONTROL    *
000180* ARCHIVED, AND DROPPED.  A RECORD WHOSE DATE WILL NOT PARSE IS  *
000190* DROPPED AND COUNTED RATHER THAN KEPT FOREVER OR ARCHIVED       *
000200* UNDER A GARBAGE KEY.  THE FOLLOW-ON STEPS IN THE HOUSEKEEPING  *
000210* JOB LOAD THE REPLACEMENT DATASETS BACK OVER THE LIVE FILES.    *
000220*------------------------------------------------------------------
000230* MOD HISTORY                                                    *
000240*   2026-08-22  DLF  INITIAL VERSION.                            *
000244*                    80 BYTES FOR THE AUD-RUN-MODE ADDITION.     *
000246*   2026-08-22  DLF  ROUTED FILE STATUS CODES THROUGH THE        *
000248*                    SHARED COBFSTAT HANDLER.                    *
000248*   2026-10-15  DLF  THE AUDIT LOG AND CHECKPOINT FILE ARE NOW   *
000248*                    INDEXED AND ARE READ SEQUENTIALLY IN KEY    *
000248*                    ORDER, SO THE REPLACEMENT DATASETS COME OUT *
000249*                    IN KEY ORDER FOR THE RELOAD.  AUDIT ARCHIVE *
000249*                    RECORDS ARE WRITTEN IN THE ORIGINAL FIELD   *
000249*                    ORDER SO EXISTING GENERATIONS NEED NO       *
000249*                    CONVERSION.                                 *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    AUDPURGE.
000400
000410     SELECT AUDIT-FILE
000420         ASSIGN TO "AUDITLOG"
000425         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000435         RECORD KEY IS AUD-KEY
000440         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000450
000460     SELECT AUDIT-NEW-FILE
000550
000560     SELECT CKPT-FILE
000570         ASSIGN TO "CKPTFILE"
000575         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000585         RECORD KEY IS CKPT-KEY
000590         FILE STATUS IS WS-CKPT-FILE-STATUS.
000600
000610     SELECT CKPT-NEW-FILE
000830     COPY RETNCARD.
000840
000850*----------------------------------------------------------------*
000860*    LIVE AUDIT LOG, READ FRONT TO BACK IN KEY ORDER.            *
000870*----------------------------------------------------------------*
000885 FD  AUDIT-FILE.
000900     COPY AUDITREC.
000910
000920*----------------------------------------------------------------*
000928*    REPLACEMENT DATASET FOR THE AUDIT LOG.  THE RECORDS PASS    *
000936*    THROUGH UNCHANGED, SO THIS FD CARRIES A PLAIN BYTE IMAGE    *
000945*    OF THE AUDIT RECORD RATHER THAN A SECOND COPY OF THE FIELD  *
000953*    LAYOUT.  THE REPLACEMENT COMES OUT IN KEY ORDER, READY TO   *
000961*    BE LOADED BACK OVER THE KEYED LIVE FILE.                    *
000970*----------------------------------------------------------------*
000980 FD  AUDIT-NEW-FILE
000990     RECORDING MODE IS F.
001000 01  AUDIT-NEW-RECORD            PIC X(80).
001010
001011*----------------------------------------------------------------*
001012*    ARCHIVE GENERATIONS FOR THE AUDIT LOG.  THESE KEEP THE      *
001014*    ORIGINAL FIELD ORDER - PROGRAM-ID AHEAD OF RUN-ID - SO      *
001015*    EVERY GENERATION, OLD OR NEW, READS THROUGH ONE LAYOUT.     *
001017*    FROM THE START TIMESTAMP ON, THE TWO LAYOUTS AGREE.         *
001018*----------------------------------------------------------------*
001020 FD  AUDIT-ARCH-FILE
001030     RECORDING MODE IS F.
001034 01  AUDIT-ARCH-RECORD.
001038     05  AUDIT-ARCH-PROGRAM-ID   PIC X(08).
001042     05  AUDIT-ARCH-RUN-ID       PIC X(14).
001046     05  AUDIT-ARCH-REMAINDER    PIC X(58).
001050
001060*----------------------------------------------------------------*
001070*    LIVE CHECKPOINT FILE, READ FRONT TO BACK IN KEY ORDER.      *
001080*----------------------------------------------------------------*
001095 FD  CKPT-FILE.
001110     COPY CKPTREC.
001120
001130*----------------------------------------------------------------*
003660         WHEN WS-DAY-NUMBER = ZERO
003670             ADD 1 TO WS-AUD-DROP-COUNT
003680         WHEN WS-DAY-NUMBER < WS-CUTOFF-DAY-NUMBER
003685             MOVE AUD-PROGRAM-ID     TO AUDIT-ARCH-PROGRAM-ID
003690             MOVE AUD-RUN-ID         TO AUDIT-ARCH-RUN-ID
003695             MOVE AUDIT-RECORD(23:58) TO AUDIT-ARCH-REMAINDER
003700             WRITE AUDIT-ARCH-RECORD
003702             IF WS-AUDIT-ARCH-STATUS NOT = "00"
003703                 MOVE "AUDARCH " TO FSTAT-DD-NAME
