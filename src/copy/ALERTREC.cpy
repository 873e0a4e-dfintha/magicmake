000168* ALERTESC ESCALATION STEP SWEEPS OPEN C-SEVERITY ALERTS OLDER  *
000169* THAN THE CONFIGURED AGE AND RAISES A FRESH ESCALATION RECORD  *
000171* FOR THE AUTOMATION PACKAGE TO PAGE THE DUTY MANAGER.          *
000171*                                                                *
000171* ALR-ENTITY-CODE NAMES THE BUSINESS UNIT THE ALERT BELONGS TO,  *
000171* SO THE AUTOMATION PACKAGE CAN ROUTE IT.  BLANK ON A RECORD     *
000171* WRITTEN BEFORE THE FIELD EXISTED MEANS ENTITY 0000.            *
000170*------------------------------------------------------------------
000180* MOD HISTORY                                                    *
000190*   2026-08-22  DLF  INITIAL VERSION.                            *
000196*                    (RECORD GROWS FROM 128 TO 150 BYTES - RUN   *
000198*                    JCL MEMBER ALRTCONV ONCE BEFORE THE FIRST   *
000199*                    NIGHTLY UNDER THIS RELEASE).                *
000199*   2026-10-15  DLF  ADDED ALR-ENTITY-CODE OUT OF THE RESERVED   *
000199*                    BYTES - THE ENTITY THE ALERTING RUN WAS     *
000199*                    FOR.  THE RECORD LENGTH IS UNCHANGED.       *
000200******************************************************************
000210 01  ALERT-RECORD.
000220     05  ALR-JOB-NAME            PIC X(08).
000340         88  ALR-ALERT-CLOSED        VALUE "C".
000350     05  ALR-ACK-OPERATOR        PIC X(03).
000360     05  ALR-ACK-TIMESTAMP       PIC X(14).
000365     05  ALR-ENTITY-CODE         PIC X(04).
000370     05  ALR-RESERVED            PIC X(05).
