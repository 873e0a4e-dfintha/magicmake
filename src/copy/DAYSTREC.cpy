000010******************************************************************
000020* DAYSTREC.CPY                                                   *
000030* RECORD LAYOUT FOR THE BUSINESS DAY-STATE CONTROL FILE          *
000040* (DAYSTATE).  THE FILE CARRIES ONE RECORD PER ENTITY - THE      *
000047* STATE OF THAT ENTITY'S MOST RECENTLY OPENED BUSINESS DAY - AND *
000054* IS REWRITTEN WHOLE BY STEP010 WHEN A START-OF-DAY RUN OPENS A  *
000062* DAY OR AN END-OF-DAY RUN CLOSES IT, WITH THE OTHER ENTITIES'   *
000069* RECORDS CARRIED THROUGH UNCHANGED.  STEP010 CONSULTS ITS OWN   *
000076* ENTITY'S RECORD FIRST: A SECOND OPEN OF A DAY ALREADY OPEN, OR *
000084* A CLOSE OF A DAY THAT WAS NEVER OPENED, IS REJECTED WITH A     *
000091* CONSOLE BANNER AND A CRITICAL ALERT RECORD INSTEAD OF SILENTLY *
000098* RUNNING - A STALE END-OF-DAY CARD LEFT IN PARMCARD HAS CLOSED  *
000106* AN UNOPENED DAY TWICE IN THIS SHOP'S HISTORY.  ONE ENTITY'S    *
000113* OPEN OR CLOSED DAY NEVER BLOCKS ANOTHER'S.  THE CHAIN STATUS   *
000120* INQUIRY PRINTS THE CURRENT STATE SO THE BRIDGE CAN SEE AT A    *
000128* GLANCE WHETHER THE DAY IS OPEN, CLOSED, OR IN A BROKEN HALF-   *
000135* STATE (AN OPEN RECORD CARRYING A DIFFERENT BUSINESS DATE).  A  *
000142* BLANK DST-ENTITY-CODE (A RECORD WRITTEN BEFORE THE FIELD       *
000150* EXISTED) IS ENTITY 0000, THE HOME UNIT.                        *
000151*                                                                *
000152* DST-PERIOD-END-STATUS IS SET TO "P" WHEN A START-OF-DAY RUN    *
000154* OPENS A DATE THE CALENDAR FLAGS AS A PERIOD-END, AND TO "D"    *
000155* ONCE THE PERIOD-END RUN HAS COMPLETED FOR IT.  WHILE IT IS     *
000157* STILL "P", THE NEXT START-OF-DAY IS REJECTED.  BLANK MEANS THE *
000158* DAY IS NOT A PERIOD-END.                                       *
000160*------------------------------------------------------------------
000170* MOD HISTORY                                                    *
000180*   2026-09-02  DLF  INITIAL VERSION.                            *
000185*   2026-10-15  DLF  ADDED DST-PERIOD-END-STATUS.                *
000185*   2026-10-15  DLF  ONE RECORD PER ENTITY - DST-ENTITY-CODE     *
000185*                    TAKES THE FOUR RESERVED BYTES.  BLANK IS    *
000185*                    THE HOME ENTITY 0000, SO THE EXISTING       *
000185*                    SINGLE RECORD NEEDS NO CONVERSION.          *
000190******************************************************************
000200 01  DAY-STATE-RECORD.
000210     05  DST-BUSINESS-DATE       PIC X(08).
000240         88  DST-DAY-CLOSED          VALUE "C".
000250     05  DST-OPEN-TIMESTAMP      PIC X(14).
000260     05  DST-CLOSE-TIMESTAMP     PIC X(14).
000270     05  DST-PERIOD-END-STATUS   PIC X(01).
000280         88  DST-PERIOD-END-PENDING  VALUE "P".
000290         88  DST-PERIOD-END-DONE     VALUE "D".
000300     05  DST-ENTITY-CODE         PIC X(04).
