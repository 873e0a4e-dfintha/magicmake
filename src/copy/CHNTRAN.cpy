000010******************************************************************
000020* CHNTRAN.CPY                                                    *
000030* RECORD LAYOUT FOR THE CHAIN-DEFINITION MAINTENANCE TRANSACTION *
000040* CARD FILE (TRANFILE).  EACH CARD CARRIES ONE ADD, REPLACE, OR  *
000050* DELETE ACTION AGAINST THE CHAIN-DEFINITION CONTROL FILE,       *
000060* KEYED BY STEP NAME.  THE REMAINING FIELDS ARE THE FULL NEW     *
000070* IMAGE OF THE STEP AND ARE ONLY MEANINGFUL ON ADD AND REPLACE - *
000080* A REPLACE CARD RESTATES THE WHOLE STEP, IT DOES NOT PATCH      *
000090* SINGLE FIELDS.  CARDS ARE APPLIED IN THE ORDER READ, SO A NEW  *
000100* STEP'S PREDECESSOR MUST ALREADY BE ON FILE OR BE ADDED BY AN   *
000110* EARLIER CARD IN THE SAME DECK.                                 *
000120*------------------------------------------------------------------
000130* MOD HISTORY                                                    *
000140*   2026-10-15  DLF  INITIAL VERSION.                            *
000150******************************************************************
000160 01  CHN-TRANSACTION-RECORD.
000170     05  CTR-ACTION              PIC X(08).
000180         88  CTR-ACTION-ADD          VALUE "ADD     ".
000190         88  CTR-ACTION-REPLACE      VALUE "REPLACE ".
000200         88  CTR-ACTION-DELETE       VALUE "DELETE  ".
000210     05  CTR-STEP-NAME           PIC X(08).
000220     05  CTR-LOAD-MODULE         PIC X(08).
000230     05  CTR-RUN-MODE-LIST.
000240         10  CTR-RUN-MODE        PIC X(14) OCCURS 5 TIMES.
000250     05  CTR-PREDECESSOR         PIC X(08).
000260     05  CTR-ACTIVE-FLAG         PIC X(01).
