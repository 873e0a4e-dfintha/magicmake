000010******************************************************************
000020* SNAPMAN.CPY                                                    *
000030* RECORD LAYOUT FOR THE CONTROL-FILE SNAPSHOT MANIFEST           *
000040* (SNAPMAN).  EVERY CTLSNAP RUN WRITES ONE NEW GENERATION OF THE *
000050* MANIFEST, HOLDING ONE RECORD PER CONTROL FILE IN THE ORDER     *
000060* MSGFILE, CALFILE, SLAFILE, BASEFILE, DAYSTATE, ALONGSIDE ONE   *
000070* NEW GENERATION OF EACH FILE'S SNAPSHOT DATASET.  THE RECORD    *
000080* CARRIES WHAT THE RESTORE STEP (CTLREST) CHECKS A SNAPSHOT      *
000090* AGAINST BEFORE IT IS ALLOWED BACK OVER THE LIVE FILE: THE      *
000100* RECORD COUNT, THE LOWEST AND HIGHEST RECORD KEY, AND THE HASH  *
000110* TOTAL - THE SUM OF THE SNAPSUM RECORD HASHES (SEE COPYBOOK     *
000120* SNAPSUM FOR THE KEYS AND THE HASH).                            *
000130*                                                                *
000140* SNM-COPY-STATUS IS C WHEN THE LIVE FILE WAS COPIED WHOLE AND   *
000150* N WHEN IT WAS NOT - THE LIVE FILE COULD NOT BE OPENED, OR THE  *
000160* SNAPSHOT COULD NOT BE WRITTEN.  AN N GENERATION IS EMPTY OR    *
000170* SHORT AND IS NEVER RESTORED.  THE KEYS ARE BLANK WHEN THE FILE *
000180* HELD NO RECORDS.                                               *
000190*------------------------------------------------------------------
000200* MOD HISTORY                                                    *
000210*   2026-10-15  DLF  INITIAL VERSION.                            *
000220******************************************************************
000230 01  SNAP-MANIFEST-RECORD.
000240     05  SNM-SNAP-DATE           PIC X(08).
000250     05  SNM-SNAP-TIME           PIC X(06).
000260     05  SNM-FILE-NAME           PIC X(08).
000270     05  SNM-COPY-STATUS         PIC X(01).
000280         88  SNM-FILE-COPIED         VALUE "C".
000290         88  SNM-FILE-NOT-COPIED     VALUE "N".
000300     05  SNM-RECORD-COUNT        PIC 9(07).
000310     05  SNM-LOW-KEY             PIC X(30).
000320     05  SNM-HIGH-KEY            PIC X(30).
000330     05  SNM-HASH-TOTAL          PIC 9(15).
000340     05  FILLER                  PIC X(15).
