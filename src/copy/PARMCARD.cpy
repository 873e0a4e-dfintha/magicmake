000157* THE RUN-ID SO A CORRECTIONS RERUN OF A DATE DOES NOT COLLIDE   *
000158* WITH THE ORIGINAL RUN'S CHECKPOINTS AND AUDIT RECORDS.  BLANK  *
000159* FIELDS GIVE THE ORIGINAL BEHAVIOR - TODAY, CYCLE 00.           *
000159*                                                                *
000159* PARM-ENTITY-CODE NAMES THE BUSINESS UNIT THE CHAIN IS RUNNING  *
000159* FOR.  IT IS CARRIED IN THE LAST FOUR POSITIONS OF THE RUN-ID,  *
000159* WHICH WERE ALWAYS ZERO BEFORE, SO EVERY AUDIT, CHECKPOINT, AND *
000159* ALERT RECORD OF THE RUN IS STAMPED WITH IT.  BLANK IS ENTITY   *
000159* 0000, THE ORIGINAL (HOME) UNIT, SO AN EXISTING CARD AND THE    *
000159* RUN-IDS ALREADY ON FILE ARE UNCHANGED.  EACH ENTITY HAS ITS    *
000159* OWN CARD, CARRYING ITS OWN LANGUAGE DEFAULT AND DATE OVERRIDE. *
000160*------------------------------------------------------------------
000170* MOD HISTORY                                                    *
000180*   2026-08-09  DLF  INITIAL VERSION.                            *
000204*                    NUMBER SO A PRIOR DATE CAN BE RERUN UNDER   *
000206*                    ITS OWN RUN-ID (DATE PLUS CYCLE) WITHOUT    *
000208*                    COLLIDING WITH THE ORIGINAL RUN.            *
000208*   2026-10-15  DLF  ADDED THE PERIOD-END RUN MODE, ACCEPTED BY  *
000209*                    STEP010 ONLY ON A DATE THE CALENDAR FLAGS   *
000209*                    MONTH-END, QUARTER-END, OR YEAR-END.        *
000209*   2026-10-15  DLF  ADDED PARM-ENTITY-CODE, CARRIED IN THE LAST *
000209*                    FOUR POSITIONS OF THE RUN-ID.  BLANK IS THE *
000209*                    HOME ENTITY 0000.                           *
000210******************************************************************
000220 01  PARM-CARD-RECORD.
000230     05  PARM-RUN-MODE           PIC X(14).
000250         88  PARM-MODE-END-OF-DAY     VALUE "END-OF-DAY    ".
000260         88  PARM-MODE-RESTART        VALUE "RESTART       ".
000270         88  PARM-MODE-ABEND-NOTICE   VALUE "ABEND-NOTICE  ".
000275         88  PARM-MODE-PERIOD-END     VALUE "PERIOD-END    ".
000280     05  PARM-LANGUAGE-CODE       PIC X(02).
000290     05  PARM-BUSINESS-DATE       PIC X(08).
000300     05  PARM-CYCLE-NUMBER        PIC X(02).
000310     05  PARM-ENTITY-CODE         PIC X(04).
