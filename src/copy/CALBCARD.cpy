000080*   VERIFY - SCAN THE EXISTING CALENDAR FILE AND FLAG GAPS,      *
000090*            DUPLICATES, AND A FORWARD-COVERAGE HORIZON          *
000100*            SHORTER THAN 90 DAYS.  CALB-YEAR IS IGNORED.        *
000102* A BUILD REPLACES THE CALENDAR FILE, SO IT REQUIRES THE         *
000104* OPERATOR'S INITIALS IN CALB-OPERATOR; THEY ARE CARRIED INTO    *
000106* THE CHANGE JOURNAL (SEE COPYBOOK JRNLREC) WITH EVERY CALENDAR  *
000108* RECORD THE BUILD ADDS, REPLACES, OR DROPS.                     *
000108* CALB-ENTITY-CODE (COLS 16-19) NAMES THE ENTITY WHOSE CALENDAR  *
000108* IS BUILT OR VERIFIED; BLANK IS THE HOME ENTITY 0000.  A BUILD  *
000108* REPLACES ONLY THAT ENTITY'S DATES - THE OTHER ENTITIES'        *
000108* CALENDARS ARE CARRIED THROUGH UNCHANGED.                       *
000110*------------------------------------------------------------------
000120* MOD HISTORY                                                    *
000130*   2026-09-02  DLF  INITIAL VERSION.                            *
000135*   2026-10-15  DLF  ADDED CALB-OPERATOR FOR THE CHANGE JOURNAL. *
000135*   2026-10-15  DLF  ADDED CALB-ENTITY-CODE - BUILD AND VERIFY   *
000135*                    WORK ON ONE ENTITY'S CALENDAR.              *
000140******************************************************************
000150 01  CALENDAR-BUILD-CARD.
000160     05  CALB-FUNCTION           PIC X(08).
000170         88  CALB-FUNCTION-BUILD     VALUE "BUILD   ".
000180         88  CALB-FUNCTION-VERIFY    VALUE "VERIFY  ".
000190     05  CALB-YEAR               PIC 9(04).
000200     05  CALB-OPERATOR           PIC X(03).
000205     05  CALB-ENTITY-CODE        PIC X(04).
000210     05  FILLER                  PIC X(61).
