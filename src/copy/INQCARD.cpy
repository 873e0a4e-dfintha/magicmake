000070* MISSING OR EMPTY CARD FILE, OR A BLANK DATE, DEFAULTS THE      *
000072* INQUIRY TO TODAY, AND A BLANK CYCLE DEFAULTS TO 00 - THE       *
000074* 3 AM RESTART CASE NEEDS NO CARD AT ALL.                        *
000076* INQ-ENTITY-CODE (COLS 11-14) SELECTS THE ENTITY WHOSE RUN IS   *
000078* INQUIRED ON; BLANK IS THE HOME ENTITY 0000.                    *
000080*------------------------------------------------------------------
000090* MOD HISTORY                                                    *
000100*   2026-08-22  DLF  INITIAL VERSION.                            *
000102*   2026-09-02  DLF  ADDED INQ-CYCLE-NUMBER SO AN INQUIRY CAN    *
000104*                    TARGET A SPECIFIC RERUN CYCLE OF A DATE.    *
000104*   2026-10-15  DLF  ADDED INQ-ENTITY-CODE SO AN INQUIRY CAN     *
000104*                    TARGET ONE ENTITY'S RUN.                    *
000110******************************************************************
000120 01  INQUIRY-CARD-RECORD.
000130     05  INQ-RUN-DATE            PIC X(08).
000140     05  INQ-CYCLE-NUMBER        PIC X(02).
000145     05  INQ-ENTITY-CODE         PIC X(04).
000150     05  FILLER                  PIC X(66).
