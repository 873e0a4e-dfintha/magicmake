000150*   S = SPECIAL SCHEDULE      (PROCESSING RUNS)                  *
000160*   W = WEEKEND               (NO PROCESSING)                    *
000170*   H = HOLIDAY               (NO PROCESSING)                    *
000171*                                                                *
000172* PERIOD-END FLAGS (Y OR N; BLANK ON A RECORD BUILT BEFORE THE   *
000173* FLAGS EXISTED READS AS N) MARK THE LAST PROCESSING DAY OF EACH *
000174* MONTH, OF EACH QUARTER (MARCH, JUNE, SEPTEMBER, DECEMBER), AND *
000175* OF THE YEAR.  A QUARTER-END IS ALWAYS ALSO A MONTH-END AND THE *
000176* YEAR-END IS ALWAYS ALSO A QUARTER-END.  CALBUILD DERIVES THEM  *
000177* WHEN IT BUILDS A YEAR AND ITS VERIFY FUNCTION CHECKS THEM;     *
000178* STEP010 ACCEPTS A PERIOD-END RUN ONLY ON A FLAGGED DATE.       *
000178*                                                                *
000178* EACH ENTITY HAS ITS OWN CALENDAR - ITS OWN HOLIDAYS - HELD IN  *
000178* THE ONE FILE AND TOLD APART BY CAL-ENTITY-CODE.  A STEP LOOKS  *
000178* UP ITS DATE UNDER THE ENTITY IT IS RUNNING FOR.  A BLANK       *
000178* ENTITY CODE (A RECORD BUILT BEFORE THE FIELD EXISTED) IS       *
000178* ENTITY 0000, THE HOME UNIT.                                    *
000180*------------------------------------------------------------------
000190* MOD HISTORY                                                    *
000200*   2026-08-22  DLF  INITIAL VERSION.                            *
000203*   2026-10-15  DLF  ADDED THE MONTH-END, QUARTER-END, AND       *
000206*                    YEAR-END FLAGS OUT OF THE FILLER.           *
000206*   2026-10-15  DLF  ADDED CAL-ENTITY-CODE OUT OF THE FILLER -   *
000206*                    ONE CALENDAR PER ENTITY IN THE SAME FILE.   *
000206*                    BLANK IS THE HOME ENTITY 0000.              *
000210******************************************************************
000220 01  CALENDAR-RECORD.
000230     05  CAL-DATE                PIC X(08).
000270         88  CAL-HOLIDAY             VALUE "H".
000280         88  CAL-SPECIAL-SCHEDULE    VALUE "S".
000290         88  CAL-PROCESSING-DAY      VALUES "B", "S".
000300     05  CAL-PERIOD-END-FLAGS.
000310         10  CAL-MONTH-END-FLAG  PIC X(01).
000320             88  CAL-MONTH-END       VALUE "Y".
000330         10  CAL-QUARTER-END-FLAG
000340                                 PIC X(01).
000350             88  CAL-QUARTER-END     VALUE "Y".
000360         10  CAL-YEAR-END-FLAG   PIC X(01).
000370             88  CAL-YEAR-END        VALUE "Y".
000375     05  CAL-ENTITY-CODE         PIC X(04).
000380     05  FILLER                  PIC X(64).
