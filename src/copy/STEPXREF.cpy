000040* MODULES THEY EXECUTE.  THE CHECKPOINT FILE CARRIES THE STEP    *
000050* NAME AND THE AUDIT LOG CARRIES THE PROGRAM-ID, SO ANY PROGRAM  *
000060* THAT MATCHES THE TWO FILES AGAINST EACH OTHER NEEDS THIS       *
000070* TABLE.                                                         *
000080*                                                                *
000090* THE TABLE IS NO LONGER COMPILED IN.  IT IS THE PARAMETER AREA  *
000100* FOR THE SHARED CHNLOAD SUBROUTINE, WHICH FILLS IT FROM THE     *
000110* CHAIN-DEFINITION CONTROL FILE (CHAINDEF, SEE COPYBOOK CHNDEF). *
000120* THE CALLER MOVES ITS JOB NAME AND RUN-ID IN (SO A FILE-STATUS  *
000130* FAILURE IS STAMPED WITH THE CALLING STEP) AND CALLS "CHNLOAD"  *
000140* USING XREF-AREA AT START-UP.  XREF-RETURN-CODE COMES BACK:     *
000150*   0  = TABLE LOADED;                                           *
000160*   8  = CHAINDEF HAS MORE STEPS THAN THE TABLE HOLDS - THE      *
000170*        FIRST XREF-TABLE-MAX ARE LOADED, THE REST COUNTED IN    *
000180*        XREF-OVERFLOW;                                          *
000190*   12 = I/O FAILURE READING CHAINDEF;                           *
000200*   16 = CHAINDEF MISSING OR EMPTY.                              *
000210* XREF-MESSAGE-TEXT CARRIES A PRINTABLE EXPLANATION OF ANY       *
000220* NON-ZERO CODE.  INACTIVE STEPS ARE LOADED (FLAGGED) SO THEIR   *
000230* AUDIT HISTORY STILL TRANSLATES.                                *
000240*------------------------------------------------------------------
000250* MOD HISTORY                                                    *
000260*   2026-08-22  DLF  INITIAL VERSION.                            *
000270*   2026-10-15  DLF  REPLACED THE COMPILED-IN VALUE TABLE WITH   *
000280*                    THE CHNLOAD PARAMETER AREA - THE ENTRIES    *
000290*                    NOW COME FROM THE CHAINDEF CONTROL FILE AT  *
000300*                    START-UP AND CARRY RUN MODES, PREDECESSOR   *
000310*                    STEP, AND ACTIVE FLAG.                      *
000320******************************************************************
000330 01  XREF-AREA.
000340     05  XREF-JOB-NAME           PIC X(08).
000350     05  XREF-RUN-ID             PIC X(14).
000360     05  XREF-RETURN-CODE        PIC 9(04).
000370     05  XREF-MESSAGE-TEXT       PIC X(60).
000380     05  XREF-TABLE-MAX          PIC 9(04) COMP.
000390     05  XREF-ENTRY-COUNT        PIC 9(04) COMP.
000400     05  XREF-OVERFLOW           PIC 9(05) COMP.
000410     05  XREF-ENTRY OCCURS 50 TIMES.
000420         10  XREF-STEP-NAME      PIC X(08).
000430         10  XREF-PROGRAM-ID     PIC X(08).
000440         10  XREF-RUN-MODE       PIC X(14) OCCURS 5 TIMES.
000450         10  XREF-PREDECESSOR    PIC X(08).
000460         10  XREF-ACTIVE-FLAG    PIC X(01).
000470             88  XREF-STEP-ACTIVE    VALUE "Y".
000480             88  XREF-STEP-INACTIVE  VALUE "N".
