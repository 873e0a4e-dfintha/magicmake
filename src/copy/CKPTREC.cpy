000190* AND STEP NAME - A PROGRAM THAT RUNS MORE THAN ONCE A DAY UNDER *
000200* DIFFERENT RUN MODES (START-OF-DAY, THEN LATER END-OF-DAY) MUST *
000210* NOT HAVE ITS EARLIER MODE'S CHECKPOINT SKIP ITS LATER ONE.     *
000212*                                                                *
000214* THE FILE IS A KEYED DATASET ON CKPT-KEY, SO THERE IS ONE       *
000216* RECORD PER RUN-ID, STEP, AND MODE.  A STEP LOOKS ITS OWN       *
000218* CHECKPOINT UP DIRECTLY; A LATER COMPLETION REPLACES A BYPASS.  *
000219* THE LAST FOUR POSITIONS OF THE RUN-ID CARRY THE ENTITY CODE    *
000219* (SEE COPYBOOK PARMCARD), SO ONE ENTITY'S CHECKPOINT NEVER      *
000219* SATISFIES ANOTHER ENTITY'S STEP.                               *
000220*------------------------------------------------------------------
000230* MOD HISTORY                                                    *
000240*   2026-08-09  DLF  INITIAL VERSION.                            *
000260*                    STEP THAT RUNS UNDER MORE THAN ONE RUN MODE  *
000270*                    IN THE SAME DAY CANNOT SKIP A LATER MODE ON  *
000280*                    THE STRENGTH OF AN EARLIER MODE'S CHECKPOINT.*
000282*   2026-10-15  DLF  ADDED STATUS B - THE STEP WAS BYPASSED ON    *
000284*                    THE HOLD/BYPASS CONTROL FILE.  A BYPASS      *
000286*                    CHECKPOINT COUNTS AS DONE FOR THE CHAIN AND  *
000288*                    ITS MONITORS BUT NEVER SKIPS A RERUN OF THE  *
000289*                    STEP ITSELF - ONLY STATUS C DOES THAT.       *
000289*   2026-10-15  DLF  GROUPED THE MATCH KEY AS CKPT-KEY, THE       *
000289*                    RECORD KEY OF THE NOW KEYED CHECKPOINT FILE  *
000289*                    (JOB CKPKCONV CONVERTS THE OLD FILE).        *
000289*   2026-10-15  DLF  THE RUN-ID NOW ENDS IN THE ENTITY CODE OF   *
000289*                    THE RUN.                                    *
000290******************************************************************
000300 01  CHECKPOINT-RECORD.
000308     05  CKPT-KEY.
000316         10  CKPT-RUN-ID         PIC X(14).
000324         10  CKPT-STEP-NAME      PIC X(08).
000332         10  CKPT-RUN-MODE       PIC X(14).
000340     05  CKPT-STATUS             PIC X(01).
000350         88  CKPT-STEP-COMPLETE  VALUE "C".
000355         88  CKPT-STEP-BYPASSED  VALUE "B".
000360     05  CKPT-TIMESTAMP          PIC X(14).
