000010******************************************************************
000020* JRNLREC.CPY                                                    *
000030* RECORD LAYOUT FOR THE CONTROL-FILE CHANGE JOURNAL (JRNLFILE).  *
000040* ONE RECORD IS WRITTEN FOR EVERY ACCEPTED CHANGE A MAINTENANCE  *
000050* STEP MAKES TO A CONTROL FILE - MSGMAINT AGAINST MSGFILE,       *
000060* CALBUILD AGAINST CALFILE, ALERTACK AGAINST ALERTFIL - WITH     *
000070* THE RECORD KEY, THE ACTION, THE WHOLE RECORD BEFORE AND AFTER  *
000080* THE CHANGE, THE OPERATOR, AND THE RUN-ID OF THE MAINTENANCE    *
000090* RUN, SO CONTROL-FILE CHANGES HAVE THE SAME DURABLE TRAIL THAT  *
000100* AUDITLOG GIVES CHAIN EXECUTIONS.                               *
000110*                                                                *
000120* THE FILE IS APPEND-ONLY.  A MAINTENANCE STEP NEVER WRITES THE  *
000130* JOURNAL ITSELF: IT WRITES ITS RECORDS TO A STAGING DATASET     *
000140* (JRNLNEW) ALONGSIDE ITS REPLACEMENT CONTROL FILE, AND THE JCL  *
000150* APPENDS THE STAGING DATASET TO THE JOURNAL (DISP=MOD) ONLY     *
000160* AFTER THE REPLACEMENT HAS BEEN COPIED OVER THE LIVE FILE - SO  *
000170* THE JOURNAL NEVER RECORDS A CHANGE THAT DID NOT HAPPEN.        *
000180*                                                                *
000190* ACTIONS: ADD, REPLACE, AND DELETE (MSGFILE AND CALFILE); ACK   *
000200* AND CLOSE (ALERTFIL).  THE BEFORE IMAGE OF AN ADD AND THE      *
000210* AFTER IMAGE OF A DELETE ARE BLANK.  RECORD KEYS:               *
000220*   MSGFILE  - MESSAGE CODE, LANGUAGE CODE, EFFECTIVE-FROM DATE. *
000230*   CALFILE  - CALENDAR DATE AND ENTITY CODE.                    *
000240*   ALERTFIL - JOB NAME, RUN-ID, AND RUN TIME OF THE ALERT.      *
000250* JRN-SEQUENCE NUMBERS THE CHANGES WITHIN ONE MAINTENANCE RUN.   *
000260*------------------------------------------------------------------
000270* MOD HISTORY                                                    *
000280*   2026-10-15  DLF  INITIAL VERSION.                            *
000280*   2026-10-15  DLF  THE CALFILE JOURNAL KEY IS THE CALENDAR     *
000280*                    DATE FOLLOWED BY THE ENTITY CODE.           *
000290******************************************************************
000300 01  JOURNAL-RECORD.
000310     05  JRN-CHANGE-TIMESTAMP    PIC X(14).
000320     05  JRN-RUN-ID              PIC X(14).
000330     05  JRN-JOB-NAME            PIC X(08).
000340     05  JRN-SEQUENCE            PIC 9(05).
000350     05  JRN-FILE-NAME           PIC X(08).
000360         88  JRN-FILE-MSGFILE        VALUE "MSGFILE ".
000370         88  JRN-FILE-CALFILE        VALUE "CALFILE ".
000380         88  JRN-FILE-ALERTFIL       VALUE "ALERTFIL".
000390     05  JRN-RECORD-KEY          PIC X(30).
000400     05  JRN-ACTION              PIC X(08).
000410         88  JRN-ACTION-ADD          VALUE "ADD     ".
000420         88  JRN-ACTION-REPLACE      VALUE "REPLACE ".
000430         88  JRN-ACTION-DELETE       VALUE "DELETE  ".
000440         88  JRN-ACTION-ACK          VALUE "ACK     ".
000450         88  JRN-ACTION-CLOSE        VALUE "CLOSE   ".
000460     05  JRN-OPERATOR            PIC X(03).
000470     05  JRN-BEFORE-IMAGE        PIC X(150).
000480     05  JRN-AFTER-IMAGE         PIC X(150).
000490     05  JRN-RESERVED            PIC X(10).
