000100******************************************************************
000110* AUDITREC.CPY                                                   *
000120* RECORD LAYOUT FOR THE AUDIT-LOG FILE.  ONE RECORD IS WRITTEN   *
000130* TO THIS FILE (WRITTEN BY KEY) FOR EVERY EXECUTION OF A BATCH   *
000140* STEP IN THIS SUITE, SO OPERATIONS HAS A DURABLE RECORD OF      *
000150* WHICH PROGRAM RAN, UNDER WHICH RUN-ID, WHEN IT STARTED AND     *
000160* ENDED, AND WHAT RETURN CODE IT POSTED.                         *
000162*                                                                *
000164* THE FILE IS A KEYED DATASET ON AUD-KEY - RUN-ID, THEN PROGRAM, *
000166* THEN START TIMESTAMP - SO A READER LOOKING FOR ONE RUN STARTS  *
000168* AT THAT RUN-ID INSTEAD OF READING THE WHOLE LOG.               *
000169* THE LAST FOUR POSITIONS OF THE RUN-ID CARRY THE ENTITY CODE    *
000169* (SEE COPYBOOK PARMCARD), SO EACH ENTITY'S RUNS KEY APART.      *
000170*------------------------------------------------------------------
000180* MOD HISTORY                                                    *
000190*   2026-08-09  DLF  INITIAL VERSION.                            *
000194*                    TO 80 BYTES) SO THE SLA MONITOR AND THE     *
000196*                    CHAIN STATUS INQUIRY CAN TELL WHICH RUN     *
000198*                    MODE AN AUDIT RECORD BELONGS TO.            *
000199*   2026-10-15  DLF  TOOK AUD-STEP-DISPOSITION OUT OF THE        *
000199*                    RESERVED BYTES - B MARKS A STEP BYPASSED    *
000199*                    AND H A STEP HELD ON THE HOLD/BYPASS        *
000199*                    CONTROL FILE; BLANK IS AN ORDINARY RUN.     *
000199*   2026-10-15  DLF  TOOK AUD-PERIOD-END-FLAGS OUT OF THE        *
000199*                    RESERVED BYTES - A PERIOD-END RUN OF        *
000199*                    STEP010 STAMPS THE MONTH-END, QUARTER-END,  *
000199*                    AND YEAR-END FLAGS (Y/N) OF THE BUSINESS    *
000199*                    DATE IT CLOSED, AS CARRIED ON THE CALENDAR; *
000199*                    EVERY OTHER RUN LEAVES THEM BLANK.  THE     *
000199*                    BUSINESS DATE ITSELF IS IN THE RUN-ID.      *
000199*   2026-10-15  DLF  MOVED AUD-RUN-ID AHEAD OF AUD-PROGRAM-ID    *
000199*                    AND GROUPED THEM WITH AUD-START-TIMESTAMP   *
000199*                    AS AUD-KEY, THE RECORD KEY OF THE NOW       *
000199*                    KEYED AUDIT LOG (JOB AUDKCONV CONVERTS).    *
000199*   2026-10-15  DLF  THE RUN-ID NOW ENDS IN THE ENTITY CODE OF   *
000199*                    THE RUN.                                    *
000200******************************************************************
000210 01  AUDIT-RECORD.
000218     05  AUD-KEY.
000226         10  AUD-RUN-ID          PIC X(14).
000234         10  AUD-PROGRAM-ID      PIC X(08).
000242         10  AUD-START-TIMESTAMP PIC X(14).
000250     05  AUD-END-TIMESTAMP       PIC X(14).
000260     05  AUD-RETURN-CODE         PIC 9(04).
000270     05  AUD-ELAPSED-SECONDS     PIC 9(06).
000272     05  AUD-RUN-MODE            PIC X(14).
000275     05  AUD-STEP-DISPOSITION    PIC X(01).
000276         88  AUD-STEP-BYPASSED       VALUE "B".
000277         88  AUD-STEP-HELD           VALUE "H".
000287     05  AUD-PERIOD-END-FLAGS.
000297         10  AUD-MONTH-END-FLAG  PIC X(01).
000307             88  AUD-MONTH-END       VALUE "Y".
000317         10  AUD-QUARTER-END-FLAG
000327                                 PIC X(01).
000337             88  AUD-QUARTER-END     VALUE "Y".
000347         10  AUD-YEAR-END-FLAG   PIC X(01).
000357             88  AUD-YEAR-END        VALUE "Y".
000367     05  AUD-RESERVED            PIC X(02).
