000010******************************************************************
000020* HOLDCHK.CPY                                                    *
000030* SHARED PARAMETER AREA FOR THE HOLDCHK HOLD/BYPASS LOOKUP       *
000040* SUBROUTINE.  A CHAIN STEP FILLS IN ITS JOB NAME AND RUN-ID     *
000050* (FOR FILE-STATUS ROUTING), THE STEP NAME TO LOOK UP, AND THE   *
000058* BUSINESS DATE AND ENTITY OF THE RUN (BLANK ENTITY = 0000),     *
000067* THEN CALLS "HOLDCHK" AT START-UP.  THE ROUTINE HANDS BACK THE  *
000075* INSTRUCTION IN FORCE FOR THAT STEP, DATE AND ENTITY (SEE       *
000084* COPYBOOK HOLDREC) - BLANK WHEN THERE IS NONE OR IT HAS BEEN   *
000092* RELEASED - WITH THE OPERATOR, REASON, AND EXPIRY DATE FROM THE *
000101* RECORD.                                                        *
000110*                                                                *
000120* RETURN CODES (HCK-RETURN-CODE): 0 = LOOKED UP (A MISSING       *
000130* HOLDFILE MEANS NOTHING IS HELD); 8 OR 12 = I/O FAILURE, WITH   *
000140* THE COBFSTAT MESSAGE IN HCK-MESSAGE-TEXT.                      *
000150*------------------------------------------------------------------
000160* MOD HISTORY                                                    *
000170*   2026-10-15  DLF  INITIAL VERSION.                            *
000173*   2026-10-15  DLF  HCK-ENTITY-CODE ADDED - THE LOOKUP MATCHES  *
000176*                    THE CALLER'S ENTITY.                        *
000180******************************************************************
000190 01  HOLD-CHECK-AREA.
000200     05  HCK-JOB-NAME            PIC X(08).
000210     05  HCK-RUN-ID              PIC X(14).
000220     05  HCK-STEP-NAME           PIC X(08).
000230     05  HCK-BUSINESS-DATE       PIC X(08).
000235     05  HCK-ENTITY-CODE         PIC X(04).
000240     05  HCK-ACTION              PIC X(08).
000250         88  HCK-STEP-HELD           VALUE "HOLD    ".
000260         88  HCK-STEP-BYPASSED       VALUE "BYPASS  ".
000270     05  HCK-OPERATOR            PIC X(03).
000280     05  HCK-REASON              PIC X(40).
000290     05  HCK-EFFECTIVE-DATE      PIC X(08).
000300     05  HCK-EXPIRY-DATE         PIC X(08).
000310     05  HCK-RETURN-CODE         PIC 9(04).
000320     05  HCK-MESSAGE-TEXT        PIC X(60).
