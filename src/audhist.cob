000310*------------------------------------------------------------------
000320* MOD HISTORY                                                    *
000330*   2026-09-02  DLF  INITIAL VERSION.                            *
000332*   2026-10-15  DLF  THE LIVE AUDIT LOG IS NOW INDEXED AND IS    *
000334*                    READ SEQUENTIALLY IN KEY ORDER.  THE        *
000336*                    ARCHIVE GENERATIONS KEEP THEIR ORIGINAL     *
000338*                    LAYOUT.                                     *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.    AUDHIST.
000490
000500     SELECT AUDIT-FILE
000510         ASSIGN TO "AUDITLOG"
000515         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000525         RECORD KEY IS AUD-KEY
000530         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000540
000550     SELECT ARCH-FILE
000720     COPY HISTCARD.
000730
000740*----------------------------------------------------------------*
000750*    LIVE AUDIT LOG, READ FRONT TO BACK IN KEY ORDER.            *
000760*----------------------------------------------------------------*
000775 FD  AUDIT-FILE.
000790     COPY AUDITREC.
000800
000810*----------------------------------------------------------------*
000820*    ARCHIVE GENERATIONS, CONCATENATED UNDER ONE DD BY THE JCL.  *
000827*    THE ARCHIVES KEEP THE LOG'S ORIGINAL FIELD ORDER (PROGRAM-  *
000835*    ID AHEAD OF RUN-ID), NOT THE KEYED LIVE LOG'S, SO THE FD    *
000842*    CARRIES ITS OWN COPY OF THE FIELDS UNDER DIFFERENT NAMES.   *
000850*----------------------------------------------------------------*
000860 FD  ARCH-FILE
000870     RECORDING MODE IS F.
