000080* REPLACE.  A BLANK EFFECTIVE-FROM DEFAULTS TO 00000000 (THE     *
000090* BEGINNING OF TIME); A BLANK EFFECTIVE-TO LEAVES THE VERSION    *
000100* OPEN-ENDED.  MSGMAINT REJECTS A CARD WHOSE RANGE OVERLAPS      *
000105* ANOTHER VERSION OF THE SAME CODE AND LANGUAGE.  THE OPERATOR'S *
000110* INITIALS ARE REQUIRED ON EVERY CARD AND ARE CARRIED INTO THE   *
000115* CHANGE JOURNAL (SEE COPYBOOK JRNLREC) WITH EACH APPLIED CARD.  *
000120*------------------------------------------------------------------
000130* MOD HISTORY                                                    *
000140*   2026-08-22  DLF  INITIAL VERSION.                            *
000150*   2026-09-02  DLF  ADDED TRN-EFF-FROM AND TRN-EFF-TO FOR THE   *
000160*                    EFFECTIVE-DATED MESSAGE VERSIONS.           *
000165*   2026-10-15  DLF  ADDED TRN-OPERATOR FOR THE CHANGE JOURNAL.  *
000170******************************************************************
000180 01  MSG-TRANSACTION-RECORD.
000190     05  TRN-ACTION              PIC X(08).
000250     05  TRN-EFF-FROM            PIC X(08).
000260     05  TRN-EFF-TO              PIC X(08).
000270     05  TRN-MSG-TEXT            PIC X(80).
000280     05  TRN-OPERATOR            PIC X(03).
