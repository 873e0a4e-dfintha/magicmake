000010******************************************************************
000020* SNAPSUM.CPY                                                    *
000030* SHARED PARAMETER AREA FOR THE SNAPSUM CONTROL-FILE RECORD      *
000040* SUMMING SUBROUTINE.  THE SNAPSHOT STEP (CTLSNAP) AND THE       *
000050* RESTORE STEP (CTLREST) BOTH PASS EVERY RECORD THEY READ        *
000060* THROUGH IT, SO THE MANIFEST WRITTEN AT SNAPSHOT TIME AND THE   *
000070* FIGURES RECOMPUTED AT RESTORE TIME COME FROM ONE DEFINITION OF *
000080* EACH FILE'S KEY AND ONE HASH.                                  *
000090*                                                                *
000100* THE CALLER FILLS IN THE CONTROL FILE NAME (MSGFILE, CALFILE,   *
000110* SLAFILE, BASEFILE, DAYSTATE) AND THE RECORD IMAGE AND CALLS    *
000120* "SNAPSUM".  THE ROUTINE HANDS BACK THE FILE'S RECORD LENGTH,   *
000130* THE RECORD'S KEY, AND THE RECORD'S HASH - THE SUM, OVER THE    *
000140* RECORD LENGTH, OF EACH BYTE'S CODE POINT TIMES ITS POSITION,   *
000150* SO A CHANGED, DROPPED, OR TRANSPOSED BYTE ALL CHANGE IT.       *
000160* RECORD KEYS:                                                   *
000170*   MSGFILE  - MESSAGE CODE, LANGUAGE CODE, EFFECTIVE-FROM DATE. *
000180*   CALFILE  - CALENDAR DATE AND ENTITY CODE.                    *
000190*   SLAFILE  - STEP NAME, RUN MODE, AND ENTITY CODE.             *
000200*   BASEFILE - STEP NAME AND RUN MODE.                           *
000210*   DAYSTATE - ENTITY CODE AND BUSINESS DATE.                    *
000220*                                                                *
000230* RETURN CODES (SUM-RETURN-CODE): 0 = SUMMED; 8 = NOT ONE OF THE *
000240* FIVE CONTROL FILES - NOTHING IS HANDED BACK.  A CALLER CAN     *
000250* CALL WITH A BLANK RECORD TO VALIDATE A FILE NAME.              *
000260*------------------------------------------------------------------
000270* MOD HISTORY                                                    *
000280*   2026-10-15  DLF  INITIAL VERSION.                            *
000290******************************************************************
000300 01  SNAP-SUM-AREA.
000310     05  SUM-FILE-NAME           PIC X(08).
000320         88  SUM-FILE-MSGFILE        VALUE "MSGFILE ".
000330         88  SUM-FILE-CALFILE        VALUE "CALFILE ".
000340         88  SUM-FILE-SLAFILE        VALUE "SLAFILE ".
000350         88  SUM-FILE-BASEFILE       VALUE "BASEFILE".
000360         88  SUM-FILE-DAYSTATE       VALUE "DAYSTATE".
000370     05  SUM-RECORD              PIC X(150).
000380     05  SUM-RECORD-LENGTH       PIC 9(04) COMP.
000390     05  SUM-RECORD-KEY          PIC X(30).
000400     05  SUM-RECORD-HASH         PIC 9(09) COMP.
000410     05  SUM-RETURN-CODE         PIC 9(04).
