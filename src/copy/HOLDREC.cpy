000010******************************************************************
000020* HOLDREC.CPY                                                    *
000030* RECORD LAYOUT FOR THE STEP HOLD/BYPASS CONTROL FILE            *
000037* (HOLDFILE).  ONE RECORD PER STEP NAME, BUSINESS DATE AND       *
000045* ENTITY, CARRYING THE OPERATOR'S INSTRUCTION FOR THAT STEP OF   *
000052* THAT ENTITY'S CHAIN:                                           *
000060*   HOLD    - THE STEP DOES NO WORK AND POSTS RETURN CODE 6,     *
000070*             WHICH THE NIGHTLY JCL STOPS THE REST OF THE CHAIN  *
000080*             ON.  NO CHECKPOINT IS WRITTEN, SO RSTGEN PICKS THE *
000090*             STEP UP AS THE RESTART POINT ONCE IT IS RELEASED.  *
000100*   BYPASS  - THE STEP DOES NO WORK, POSTS RETURN CODE 0, AND    *
000110*             LEAVES A BYPASS CHECKPOINT AND A BYPASS-MARKED     *
000120*             AUDIT RECORD SO THE CHAIN RUNS ON AND THE          *
000130*             MONITORS SEE AN INTENTIONAL SKIP.                  *
000140*   RELEASE - CANCELS A HOLD OR BYPASS.  A RELEASE RECORD ON A   *
000150*             LATER BUSINESS DATE THAN A STANDING HOLD RELEASES  *
000160*             THE STEP FROM THAT DATE ON.                        *
000170*                                                                *
000180* A RECORD APPLIES TO EVERY BUSINESS DATE FROM HLD-BUSINESS-DATE *
000190* THROUGH HLD-EXPIRY-DATE.  WHERE MORE THAN ONE RECORD FOR A     *
000200* STEP APPLIES, THE ONE WITH THE LATEST BUSINESS DATE WINS.      *
000202* A RECORD BINDS ONLY THE RUNS OF ITS OWN ENTITY (THE LAST FOUR  *
000205* BYTES OF THE RUN-ID); A BLANK HLD-ENTITY-CODE, AS ON RECORDS   *
000207* WRITTEN BEFORE THE FIELD EXISTED, MEANS THE HOME ENTITY 0000.  *
000210* THE FILE IS MAINTAINED ONLY THROUGH THE HOLDMNT TRANSACTION-   *
000220* CARD STEP AND READ AT START-UP THROUGH THE SHARED HOLDCHK      *
000230* SUBROUTINE (SEE COPYBOOK HOLDCHK).                             *
000240*------------------------------------------------------------------
000250* MOD HISTORY                                                    *
000260*   2026-10-15  DLF  INITIAL VERSION.                            *
000262*   2026-10-15  DLF  RECORDS ARE KEYED BY ENTITY AS WELL AS STEP *
000265*                    AND DATE - HLD-ENTITY-CODE TAKEN FROM HLD-  *
000267*                    RESERVED.                                   *
000270******************************************************************
000280 01  HOLD-RECORD.
000290     05  HLD-STEP-NAME           PIC X(08).
000300     05  HLD-BUSINESS-DATE       PIC X(08).
000310     05  HLD-ACTION              PIC X(08).
000320         88  HLD-ACTION-HOLD         VALUE "HOLD    ".
000330         88  HLD-ACTION-BYPASS       VALUE "BYPASS  ".
000340         88  HLD-ACTION-RELEASE      VALUE "RELEASE ".
000350     05  HLD-OPERATOR            PIC X(03).
000360     05  HLD-REASON              PIC X(40).
000370     05  HLD-EXPIRY-DATE         PIC X(08).
000380     05  HLD-CHANGE-TIMESTAMP    PIC X(14).
000390     05  HLD-ENTITY-CODE         PIC X(04).
000400     05  HLD-RESERVED            PIC X(07).
