000090* THE ONLINE REGION OPENS AT 06:00 AND THE CUTOFFS EXIST SO      *
000100* OPERATIONS HEARS ABOUT A LONG-RUNNING CHAIN FROM THE MONITOR   *
000110* AND NOT FROM THE BRANCH STAFF.                                 *
000112*                                                                *
000114* SLA-ENTITY-CODE LETS ONE ENTITY CARRY ITS OWN CUTOFF FOR A     *
000116* STEP AND MODE.  A RECORD WITH A BLANK ENTITY CODE IS THE       *
000118* CUTOFF FOR EVERY ENTITY; AN ENTITY'S OWN RECORD, WHERE ONE     *
000119* EXISTS, OVERRIDES IT.                                          *
000120*------------------------------------------------------------------
000130* MOD HISTORY                                                    *
000140*   2026-08-22  DLF  INITIAL VERSION.                            *
000140*   2026-10-15  DLF  ADDED SLA-ENTITY-CODE OUT OF THE FILLER -   *
000140*                    AN OPTIONAL PER-ENTITY CUTOFF OVERRIDING    *
000140*                    THE BLANK-ENTITY DEFAULT.                   *
000150******************************************************************
000160 01  SLA-CONTROL-RECORD.
000170     05  SLA-STEP-NAME           PIC X(08).
000180     05  SLA-RUN-MODE            PIC X(14).
000190     05  SLA-CUTOFF-TIME         PIC X(06).
000195     05  SLA-ENTITY-CODE         PIC X(04).
000200     05  FILLER                  PIC X(48).
