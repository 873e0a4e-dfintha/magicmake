000010******************************************************************
000020* RESTCARD.CPY                                                   *
000030* RECORD LAYOUT FOR THE CONTROL-FILE RESTORE CARD (RESTCARD).    *
000040* THE SINGLE RECORD NAMES THE CONTROL FILE TO ROLL BACK          *
000050* (MSGFILE, CALFILE, SLAFILE, BASEFILE, DAYSTATE), THE DATE      *
000060* (YYYYMMDD) OF THE SNAPSHOT TO ROLL IT BACK TO, AND THE         *
000070* INITIALS OF THE OPERATOR ASKING FOR IT.  ALL THREE ARE         *
000080* REQUIRED.  WHEN THE DATE HAS MORE THAN ONE SNAPSHOT THE LATEST *
000090* OF THE DATE IS TAKEN.  THE CARD ALONE CHOOSES THE FILE - THE   *
000100* RESTORE JCL (MEMBER CTLREST) CARRIES A COPY-BACK STEP FOR      *
000110* EVERY CONTROL FILE AND RUNS ONLY THE ONE FOR THE FILE NAMED.   *
000120*------------------------------------------------------------------
000130* MOD HISTORY                                                    *
000140*   2026-10-15  DLF  INITIAL VERSION.                            *
000150******************************************************************
000160 01  RESTORE-CARD-RECORD.
000170     05  RST-FILE-NAME           PIC X(08).
000180     05  RST-SNAP-DATE           PIC X(08).
000190     05  RST-OPERATOR            PIC X(03).
000200     05  FILLER                  PIC X(61).
