000010******************************************************************
000020* JRNLCARD.CPY                                                   *
000030* RECORD LAYOUT FOR THE CHANGE-JOURNAL INQUIRY CONTROL CARD      *
000040* (JRNLCARD).  THE SINGLE OPTIONAL RECORD SELECTS WHICH JOURNAL  *
000050* RECORDS THE JRNLRPT REPORT PRINTS.  EVERY FIELD IS OPTIONAL    *
000060* AND A BLANK FIELD SELECTS EVERYTHING; THE FIELDS THAT ARE      *
000070* FILLED IN MUST ALL MATCH:                                      *
000080*   JRQ-FILE-NAME  - THE CONTROL FILE (MSGFILE, CALFILE,         *
000090*                    ALERTFIL).                                  *
000100*   JRQ-RECORD-KEY - THE RECORD KEY, OR ITS LEADING PART - GRT4  *
000110*                    SELECTS EVERY LANGUAGE AND VERSION OF       *
000120*                    MESSAGE GRT4, 202604 EVERY CALENDAR DATE IN *
000130*                    APRIL 2026.                                 *
000140*   JRQ-FROM-DATE  - FIRST CHANGE DATE (YYYYMMDD) TO SELECT.     *
000150*   JRQ-TO-DATE    - LAST CHANGE DATE (YYYYMMDD) TO SELECT.      *
000160*   JRQ-OPERATOR   - THE OPERATOR INITIALS.                      *
000170* A MISSING OR EMPTY CARD FILE PRINTS THE WHOLE JOURNAL.         *
000180*------------------------------------------------------------------
000190* MOD HISTORY                                                    *
000200*   2026-10-15  DLF  INITIAL VERSION.                            *
000210******************************************************************
000220 01  JOURNAL-INQUIRY-CARD.
000230     05  JRQ-FILE-NAME           PIC X(08).
000240     05  JRQ-RECORD-KEY          PIC X(30).
000250     05  JRQ-FROM-DATE           PIC X(08).
000260     05  JRQ-TO-DATE             PIC X(08).
000270     05  JRQ-OPERATOR            PIC X(03).
000280     05  FILLER                  PIC X(23).
