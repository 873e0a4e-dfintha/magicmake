000010******************************************************************
000020* STEPSVC.CPY                                                    *
000030* SHARED PARAMETER AREA FOR THE STEPSVC STEP-SERVICES            *
000040* SUBROUTINE.  A CHAIN STEP BUILDS ONE OF THESE AREAS, MOVES ITS *
000050* STEP NAME AND LOAD-MODULE NAME IN, AND CALLS "STEPSVC" TWICE:  *
000060*                                                                *
000070*   PROLOGUE - AT START-UP.  STAMPS THE JOB HEADER, READS THE    *
000080*              RUN-MODE CARD (PARMCARD) WITH ITS BUSINESS-DATE   *
000088*              AND CYCLE-NUMBER OVERRIDES AND ITS ENTITY CODE,   *
000096*              BUILDS THE RUN-ID, CONSULTS THE PROCESSING        *
000105*              CALENDAR, AND CHECKS THE CHECKPOINT FILE.         *
000113*              SVC-DISPOSITION TELLS THE STEP WHETHER TO DO ITS  *
000121*              WORK:                                             *
000130*                P = PROCEED;                                    *
000140*                N = NO-PROCESSING DAY ON THE CALENDAR (RC 2);   *
000150*                S = CHECKPOINT SHOWS THIS STEP, RUN-ID, AND     *
000160*                    RUN MODE ALREADY COMPLETE - SKIP (RC 0);    *
000162*                H = HELD ON THE HOLD FILE - NO WORK (RC 6);     *
000164*                B = BYPASSED ON THE HOLD FILE - NO WORK (RC 0). *
000170*   EPILOGUE - AT TERMINATION, WHATEVER THE DISPOSITION.        *
000180*              COMPUTES THE ELAPSED TIME, WRITES THE CHECKPOINT  *
000190*              (PROCEED RUNS ENDING BELOW RC 8 ONLY - A BYPASS   *
000195*              CHECKPOINT FOR A BYPASSED RUN), ALWAYS WRITES THE *
000200*              AUDIT RECORD, AND WRITES THE ALERT                *
000210*              RECORD - THE CALLER'S OWN ALERT WHEN IT SET A     *
000220*              SEVERITY, OTHERWISE A WARNING FOR AN ABEND-NOTICE *
000230*              RUN OR A CRITICAL ALERT FOR A RETURN CODE ABOVE 2.*
000240*                                                                *
000250* SVC-RETURN-CODE IS THE STEP'S RUNNING RETURN CODE.  THE STEP   *
000260* RAISES IT AS ITS OWN WORK DICTATES; THE SERVICE RAISES IT FOR  *
000270* ANY FILE FAILURE OF ITS OWN (ROUTED THROUGH COBFSTAT UNDER THE *
000280* STEP NAME AND RUN-ID) AND NEVER LOWERS IT.  SVC-LAST-IO-ERROR  *
000290* CARRIES THE LAST FILE FAILURE FOR THE CRITICAL ALERT - A STEP  *
000300* THAT ROUTES ITS OWN FILES THROUGH COBFSTAT SHOULD STORE ITS    *
000310* FAILURES THERE TOO.  THE AREA MUST STAY INTACT BETWEEN THE TWO *
000320* CALLS: THE EPILOGUE KEYS EVERYTHING OFF WHAT THE PROLOGUE PUT  *
000330* IN IT.                                                         *
000340*------------------------------------------------------------------
000350* MOD HISTORY                                                    *
000360*   2026-10-15  DLF  INITIAL VERSION.                            *
000362*   2026-10-15  DLF  ADDED THE HELD AND BYPASSED DISPOSITIONS    *
000364*                    FROM THE STEP HOLD/BYPASS CONTROL FILE.     *
000367*   2026-10-15  DLF  ADDED THE PERIOD-END RUN MODE.              *
000368*   2026-10-15  DLF  ADDED SVC-ENTITY-CODE, CARRIED IN THE LAST  *
000369*                    FOUR POSITIONS OF THE RUN-ID.               *
000370******************************************************************
000380 01  STEP-SVC-AREA.
000390     05  SVC-FUNCTION            PIC X(08).
000400         88  SVC-FUNCTION-PROLOGUE   VALUE "PROLOGUE".
000410         88  SVC-FUNCTION-EPILOGUE   VALUE "EPILOGUE".
000420     05  SVC-STEP-NAME           PIC X(08).
000430     05  SVC-LOAD-MODULE         PIC X(08).
000440     05  SVC-RUN-DATE            PIC X(08).
000450     05  SVC-RUN-TIME            PIC X(08).
000460     05  SVC-RUN-ID              PIC X(14).
000470     05  SVC-CYCLE-NUMBER        PIC X(02).
000475     05  SVC-ENTITY-CODE         PIC X(04).
000480     05  SVC-RUN-MODE            PIC X(14).
000490         88  SVC-MODE-START-OF-DAY   VALUE "START-OF-DAY  ".
000500         88  SVC-MODE-END-OF-DAY     VALUE "END-OF-DAY    ".
000510         88  SVC-MODE-RESTART        VALUE "RESTART       ".
000520         88  SVC-MODE-ABEND-NOTICE   VALUE "ABEND-NOTICE  ".
000525         88  SVC-MODE-PERIOD-END     VALUE "PERIOD-END    ".
000530     05  SVC-LANGUAGE-CODE       PIC X(02).
000540     05  SVC-DISPOSITION         PIC X(01).
000550         88  SVC-PROCEED             VALUE "P".
000560         88  SVC-NO-PROCESSING-DAY   VALUE "N".
000570         88  SVC-ALREADY-COMPLETE    VALUE "S".
000572         88  SVC-STEP-HELD           VALUE "H".
000574         88  SVC-STEP-BYPASSED       VALUE "B".
000580     05  SVC-START-TIME          PIC 9(08).
000590     05  SVC-END-TIME            PIC 9(08).
000600     05  SVC-ELAPSED-SECONDS     PIC 9(06).
000610     05  SVC-ALERT-SEVERITY      PIC X(01).
000620     05  SVC-ALERT-TEXT          PIC X(80).
000630     05  SVC-LAST-IO-ERROR       PIC X(80).
000640     05  SVC-RETURN-CODE         PIC 9(04).
