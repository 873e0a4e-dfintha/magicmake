000010******************************************************************
000020* HOLDTRAN.CPY                                                   *
000030* RECORD LAYOUT FOR THE STEP HOLD/BYPASS MAINTENANCE TRANSACTION *
000040* CARD FILE (TRANFILE).  EACH CARD CARRIES ONE HOLD, BYPASS, OR  *
000048* RELEASE INSTRUCTION, KEYED BY STEP NAME, BUSINESS DATE AND     *
000056* ENTITY, AND RESTATES THE WHOLE RECORD FOR THAT KEY - A SECOND  *
000064* CARD FOR THE SAME STEP, DATE AND ENTITY REPLACES THE FIRST.    *
000072* A BLANK ENTITY MEANS THE HOME ENTITY 0000.  THE OPERATOR'S     *
000080* INITIALS ARE REQUIRED ON EVERY CARD AND A REASON ON EVERY      *
000090* HOLD AND BYPASS.  A BLANK EXPIRY DATE DEFAULTS TO THE          *
000100* BUSINESS DATE, SO THE INSTRUCTION COVERS THAT ONE NIGHT.       *
000110*------------------------------------------------------------------
000120* MOD HISTORY                                                    *
000130*   2026-10-15  DLF  INITIAL VERSION.                            *
000133*   2026-10-15  DLF  HTR-ENTITY-CODE ADDED - CARDS ARE KEYED BY  *
000136*                    ENTITY AS WELL AS STEP AND DATE.            *
000140******************************************************************
000150 01  HOLD-TRANSACTION-RECORD.
000160     05  HTR-ACTION              PIC X(08).
000170         88  HTR-ACTION-HOLD         VALUE "HOLD    ".
000180         88  HTR-ACTION-BYPASS       VALUE "BYPASS  ".
000190         88  HTR-ACTION-RELEASE      VALUE "RELEASE ".
000200     05  HTR-STEP-NAME           PIC X(08).
000210     05  HTR-BUSINESS-DATE       PIC X(08).
000220     05  HTR-EXPIRY-DATE         PIC X(08).
000230     05  HTR-OPERATOR            PIC X(03).
000240     05  HTR-REASON              PIC X(40).
000250     05  HTR-ENTITY-CODE         PIC X(04).
000260     05  FILLER                  PIC X(01).
