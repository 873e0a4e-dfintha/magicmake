000010******************************************************************
000020* CHNDEF.CPY                                                     *
000030* RECORD LAYOUT FOR THE CHAIN-DEFINITION CONTROL FILE            *
000040* (CHAINDEF).  ONE RECORD PER STEP OF THE NIGHTLY CHAIN,         *
000050* CARRYING THE STEP NAME, THE LOAD MODULE THE STEP EXECUTES      *
000060* (THE PGM= NAME IN JCL MEMBER NIGHTLY, WHICH IS ALSO THE        *
000070* PROGRAM-ID THE STEP STAMPS ON ITS AUDIT RECORDS), UP TO FIVE   *
000080* RUN MODES THE STEP RUNS UNDER, THE STEP THAT MUST COMPLETE     *
000090* AHEAD OF IT (BLANK FOR THE FIRST STEP OF THE CHAIN), AND AN    *
000100* ACTIVE FLAG.  A RETIRED STEP IS MARKED INACTIVE RATHER THAN    *
000110* DELETED SO ITS HISTORY ON THE AUDIT LOG STILL TRANSLATES.      *
000120*                                                                *
000130* THE FILE IS MAINTAINED ONLY THROUGH THE CHNMAINT TRANSACTION-  *
000140* CARD STEP AND READ AT START-UP THROUGH THE SHARED CHNLOAD      *
000150* SUBROUTINE (SEE COPYBOOK STEPXREF).  ADDING OR RETIRING A      *
000160* STEP IS A CONTROL-FILE CHANGE, NOT A RECOMPILE.                *
000170*------------------------------------------------------------------
000180* MOD HISTORY                                                    *
000190*   2026-10-15  DLF  INITIAL VERSION.                            *
000200******************************************************************
000210 01  CHAIN-DEFINITION-RECORD.
000220     05  CHN-STEP-NAME           PIC X(08).
000230     05  CHN-LOAD-MODULE         PIC X(08).
000240     05  CHN-RUN-MODE-LIST.
000250         10  CHN-RUN-MODE        PIC X(14) OCCURS 5 TIMES.
000260     05  CHN-PREDECESSOR         PIC X(08).
000270     05  CHN-ACTIVE-FLAG         PIC X(01).
000280         88  CHN-STEP-ACTIVE         VALUE "Y".
000290         88  CHN-STEP-INACTIVE       VALUE "N".
000300     05  CHN-RESERVED            PIC X(05).
