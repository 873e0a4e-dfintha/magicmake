000594*                    PICKS THE VERSION IN EFFECT FOR THE RUN     *
000594*                    DATE, SO A STAGED RETEXT SWITCHES ITSELF    *
000594*                    ON AND OFF WITHOUT AN EVENING MSGMAINT.     *
000594*   2026-10-15  DLF  ADDED THE STEP HOLD/BYPASS CONTROL FILE     *
000594*                    (HOLDFILE, READ THROUGH HOLDCHK).  A HELD   *
000594*                    STEP DOES NO WORK AND POSTS RETURN CODE 6   *
000594*                    SO THE JCL STOPS THE CHAIN; A BYPASSED STEP *
000594*                    SKIPS ITS REPORT BUT KEEPS THE DAY-STATE    *
000594*                    SEQUENCE AND LEAVES A BYPASS CHECKPOINT.    *
000594*                    BOTH ANNOUNCE THE OPERATOR AND REASON,      *
000594*                    RAISE A WARNING ALERT, AND MARK THE AUDIT   *
000594*                    RECORD.                                     *
000594*   2026-10-15  DLF  ADDED THE PERIOD-END RUN MODE.  IT IS       *
000594*                    ACCEPTED ONLY ON A DATE THE CALENDAR FLAGS  *
000594*                    AS A MONTH-END, AND ONLY ONCE THE DAY HAS   *
000594*                    BEEN OPENED; IT ANNOUNCES THE MONTH-,       *
000594*                    QUARTER-, OR YEAR-END THROUGH MESSAGE CODES *
000594*                    PED1/PED2/PED3, STAMPS THE PERIOD ON THE    *
000594*                    AUDIT RECORD, AND MARKS THE PERIOD-END DONE *
000594*                    IN THE DAY STATE.  START-OF-DAY ON A        *
000594*                    FLAGGED DATE MARKS THE PERIOD-END PENDING,  *
000594*                    AND THE NEXT START-OF-DAY IS REJECTED UNTIL *
000594*                    IT HAS RUN.                                 *
000594*   2026-10-15  DLF  THE AUDIT LOG AND CHECKPOINT FILE ARE NOW   *
000594*                    INDEXED DATASETS.  THE CHECKPOINT IS READ   *
000594*                    DIRECTLY BY RUN-ID, STEP, AND MODE INSTEAD  *
000594*                    OF SCANNING THE FILE; BOTH FILES ARE OPENED *
000594*                    I-O TO ADD THEIR RECORDS, AND A CHECKPOINT  *
000594*                    KEY ALREADY ON FILE IS REPLACED (A BYPASS   *
000594*                    NEVER REPLACES A COMPLETION).               *
000594*   2026-10-15  DLF  ADDED THE ENTITY CODE FROM PARMCARD.  IT    *
000594*                    REPLACES THE FOUR ZEROS AT THE END OF THE   *
000594*                    RUN-ID, SO THE AUDIT AND CHECKPOINT RECORDS *
000594*                    CARRY IT, AND IS STAMPED ON THE ALERT       *
000594*                    RECORD AND THE REPORT HEADING.  THE         *
000594*                    CALENDAR AND THE DAY STATE ARE READ FOR     *
000594*                    THIS ENTITY ONLY; THE OTHER ENTITIES' DAY-  *
000594*                    STATE RECORDS ARE WRITTEN BACK UNCHANGED.   *
000594*   2026-10-15  DLF  THE HOLD/BYPASS LOOKUP PASSES THE RUN'S     *
000594*                    ENTITY, SO ONLY THAT ENTITY'S INSTRUCTIONS  *
000594*                    APPLY.                                      *
000594*   2026-10-15  DLF  A DAY-STATE FILE WITH MORE OTHER-ENTITY     *
000594*                    RECORDS THAN THE HOLDING TABLE NOW STOPS    *
000594*                    THE RUN WITH RC 16 AND A CRITICAL ALERT     *
000594*                    INSTEAD OF DROPPING THE EXCESS RECORDS ON   *
000594*                    THE REWRITE.                                *
000595******************************************************************
000596 IDENTIFICATION DIVISION.
000597 PROGRAM-ID.    cobol_hello_function.
000720                                                                  
000730     SELECT AUDIT-FILE
000740         ASSIGN TO "AUDITLOG"
000745         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000755         RECORD KEY IS AUD-KEY
000760         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000770                                                                  
000780     SELECT CKPT-FILE
000790         ASSIGN TO "CKPTFILE"
000795         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000805         RECORD KEY IS CKPT-KEY
000810         FILE STATUS IS WS-CKPT-FILE-STATUS.
000820                                                                  
000830     SELECT MSG-FILE
001040     05  PRT-TEXT                PIC X(132).
001050                                                                  
001060*----------------------------------------------------------------*
001067*    AUDIT-LOG FILE.  AN INDEXED DATASET KEYED ON RUN-ID,        *
001075*    PROGRAM, AND START TIMESTAMP.  OPENED I-O SO EACH EXECUTION *
001082*    ADDS ITS OWN RECORD WITHOUT DISTURBING PRIOR RUNS.          *
001090*----------------------------------------------------------------*
001105 FD  AUDIT-FILE.
001120     COPY AUDITREC.
001130                                                                  
001140*----------------------------------------------------------------*
001148*    CHECKPOINT FILE.  AN INDEXED DATASET KEYED ON RUN-ID, STEP, *
001156*    AND RUN MODE.  READ BY KEY AT START-UP TO SEE IF THIS STEP  *
001164*    ALREADY COMPLETED FOR TODAY'S RUN-ID, THEN WRITTEN AT       *
001172*    STEP-END WITH THE COMPLETION (OR BYPASS) RECORD.            *
001180*----------------------------------------------------------------*
001195 FD  CKPT-FILE.
001210     COPY CKPTREC.
001220                                                                  
001230*----------------------------------------------------------------*
001397     COPY CALREC.
001398
001398*----------------------------------------------------------------*
001398*    BUSINESS DAY-STATE CONTROL FILE.  ONE RECORD PER ENTITY,    *
001398*    REWRITTEN WHOLE WHEN A START-OF-DAY RUN OPENS THE DAY OR    *
001398*    AN END-OF-DAY RUN CLOSES IT - SEE COPYBOOK DAYSTREC.        *
001398*----------------------------------------------------------------*
001585*    THE SHARED COBFSTAT HANDLER (SEE 9800-CHECK-FILE-STATUS). *
001586*----------------------------------------------------------------*
001587 COPY FSTATMSG.
001588
001588*----------------------------------------------------------------*
001588*    PARAMETER AREA USED TO ASK THE SHARED HOLDCHK ROUTINE     *
001588*    WHETHER THIS STEP IS HELD OR BYPASSED (SEE 1900-CHECK-    *
001588*    HOLD-FILE).                                               *
001588*----------------------------------------------------------------*
001588 COPY HOLDCHK.
001590                                                                  
001600*----------------------------------------------------------------*
001610*    FILE STATUS WORK AREAS.                                     *
001824     88  WS-NO-PROCESSING-DAY          VALUE "Y".
001825 77  WS-DAY-STATE-SWITCH           PIC X(01) VALUE "N".
001826     88  WS-DAY-STATE-REJECTED         VALUE "Y".
001826 77  WS-HOLD-SWITCH                PIC X(01) VALUE SPACE.
001826     88  WS-STEP-HELD                  VALUE "H".
001826     88  WS-STEP-BYPASSED              VALUE "B".
001826 77  WS-HOLD-VERB                  PIC X(08) VALUE SPACES.
001826 77  WS-HOLD-NOTICE                PIC X(80) VALUE SPACES.
001827
001828*----------------------------------------------------------------*
001829*    IMAGE OF THE DAY-STATE RECORD AS READ AT 1400-CHECK-DAY-    *
001831*    STATE.  STATUS N MEANS NO RECORD IS ON FILE YET (FIRST      *
001832*    EVER RUN, OR THE FILE IS MISSING).  THE OPEN TIMESTAMP IS   *
001833*    CARRIED FORWARD WHEN END-OF-DAY REWRITES THE RECORD AS      *
001833*    CLOSED; BOTH STAMPS, THE STATUS, AND THE PERIOD-END STATUS  *
001834*    ARE CARRIED FORWARD WHEN A PERIOD-END RUN REWRITES IT.      *
001835*----------------------------------------------------------------*
001836 01  WS-DAY-STATE-AREA.
001837     05  WS-DST-DATE               PIC X(08) VALUE SPACES.
001841         88  WS-DST-CLOSED             VALUE "C".
001842         88  WS-DST-NO-RECORD          VALUE "N".
001843     05  WS-DST-OPEN-STAMP         PIC X(14) VALUE SPACES.
001843     05  WS-DST-CLOSE-STAMP        PIC X(14) VALUE SPACES.
001843     05  WS-DST-PE-STATUS          PIC X(01) VALUE SPACE.
001843         88  WS-DST-PE-PENDING         VALUE "P".
001843         88  WS-DST-PE-DONE            VALUE "D".
001844 77  WS-DAY-STATE-MESSAGE          PIC X(60) VALUE SPACES.
001844
001844*----------------------------------------------------------------*
001844*    THE OTHER ENTITIES' DAY-STATE RECORDS, HELD AS READ AT      *
001844*    1410-READ-DAY-STATE SO 6500-WRITE-DAY-STATE CAN WRITE THEM  *
001844*    BACK UNCHANGED WHEN IT REWRITES THIS ENTITY'S RECORD.  A    *
001844*    FILE WITH MORE OTHER-ENTITY RECORDS THAN THE TABLE HOLDS    *
001844*    SETS THE OVERFLOW SWITCH AND THE RUN IS STOPPED BEFORE      *
001844*    6500 CAN WRITE THE FILE BACK SHORT.                         *
001844*----------------------------------------------------------------*
001844 77  WS-DST-KEEP-MAX               PIC 9(04) COMP VALUE 20.
001844 77  WS-DST-KEEP-COUNT             PIC 9(04) COMP VALUE ZERO.
001844 77  WS-DST-KEEP-IDX               PIC 9(04) COMP VALUE ZERO.
001844 77  WS-DST-OVERFLOW-SWITCH        PIC X(01) VALUE "N".
001844     88  WS-DST-OVERFLOW               VALUE "Y".
001844 01  WS-DST-KEEP-TABLE.
001844     05  WS-DST-KEEP-RECORD        PIC X(42) OCCURS 20 TIMES.
001830                                                                  
001840*----------------------------------------------------------------*
001850*    RUN-MODE WORKING AREA, LOADED FROM THE PARM CARD.           *
001900         88  WS-MODE-END-OF-DAY            VALUE "END-OF-DAY    ".
001910         88  WS-MODE-RESTART               VALUE "RESTART       ".
001920         88  WS-MODE-ABEND-NOTICE          VALUE "ABEND-NOTICE  ".
001925         88  WS-MODE-PERIOD-END            VALUE "PERIOD-END    ".
001930 77  WS-LANGUAGE-CODE              PIC X(02) VALUE "EN".
001932
001933*----------------------------------------------------------------*
001937*    PARM CARD SO ITS RUN-ID CANNOT COLLIDE WITH THE ORIGINAL.   *
001938*----------------------------------------------------------------*
001939 77  WS-CYCLE-NUMBER               PIC X(02) VALUE "00".
001939
001939*----------------------------------------------------------------*
001939*    ENTITY CODE FOLDED INTO THE LAST FOUR POSITIONS OF THE      *
001939*    RUN-ID (SEE 1210-APPLY-RUN-OVERRIDES).  0000 IS THE HOME    *
001939*    ENTITY; ANOTHER BUSINESS UNIT RUNS WITH ITS OWN PARM CARD.  *
001939*    THE CALENDAR AND THE DAY STATE ARE BOTH READ FOR THIS       *
001939*    ENTITY ONLY.                                                *
001939*----------------------------------------------------------------*
001939 77  WS-ENTITY-CODE                PIC X(04) VALUE "0000".
001939
001939*----------------------------------------------------------------*
001939*    PERIOD-END FLAGS FROM THE CALENDAR RECORD FOR THE BUSINESS  *
001939*    DATE, CAPTURED AT 1310-READ-CAL-RECORD.  THEY STAY "N"      *
001939*    WHEN THE DATE IS NOT ON THE CALENDAR OR THE CALENDAR IS     *
001939*    MISSING, SO A PERIOD-END RUN IS NEVER ACCEPTED ON A DATE    *
001939*    NOBODY FLAGGED.                                             *
001939*----------------------------------------------------------------*
001939 01  WS-CAL-PERIOD-END-FLAGS.
001939     05  WS-CAL-MONTH-END-FLAG     PIC X(01) VALUE "N".
001939         88  WS-PERIOD-END-DATE        VALUE "Y".
001939     05  WS-CAL-QUARTER-END-FLAG   PIC X(01) VALUE "N".
001939         88  WS-QUARTER-END-DATE       VALUE "Y".
001939     05  WS-CAL-YEAR-END-FLAG      PIC X(01) VALUE "N".
001939         88  WS-YEAR-END-DATE          VALUE "Y".
001939 77  WS-PERIOD-LINE-PTR            PIC 9(04) VALUE ZERO.
001940                                                                  
001950*----------------------------------------------------------------*
001960*    MESSAGE LOOKUP WORK AREAS.  THE TEXT IS READ DIRECTLY FROM *
002080                                    VALUE "Hello from COBOL!".
002082 77  WS-DEFAULT-NO-PROC-TEXT       PIC X(80) VALUE
002084     "NO PROCESSING IS SCHEDULED FOR THIS DATE".
002086 77  WS-DEFAULT-PERIOD-END-TEXT    PIC X(80) VALUE
002088     "PERIOD-END PROCESSING FOR THIS BUSINESS DATE".
002090                                                                  
002100*----------------------------------------------------------------*
002110*    VALIDATION AND RETURN-CODE WORK AREAS.  THE FINAL RETURN    *
002560 01  WS-GREETING-LINE               PIC X(132) VALUE SPACES.
002570 01  WS-ELAPSED-LINE                PIC X(132) VALUE SPACES.
002580 01  WS-ALREADY-DONE-LINE           PIC X(132) VALUE SPACES.
002585 01  WS-PERIOD-LINE                 PIC X(132) VALUE SPACES.
002590                                                                  
002600******************************************************************
002610* 0000-MAINLINE                                                  *
002620*    TOP-LEVEL CONTROL FLOW FOR STEP010.  CHECKS FOR A PRIOR     *
002625*    CHECKPOINT AND AN OPERATOR HOLD OR BYPASS, VALIDATES THE    *
002630*    ENVIRONMENT (REFUSING A PERIOD-END RUN ON A DATE THE        *
002635*    CALENDAR DOES NOT FLAG), PRODUCES THE REPORT,               *
002640*    AND ALWAYS LEAVES AN AUDIT RECORD BEHIND REGARDLESS OF HOW  *
002650*    FAR PROCESSING GOT.                                         *
002660******************************************************************
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002710     PERFORM 1200-DETERMINE-RUN-MODE THRU 1200-EXIT
002710     IF WS-MODE-PERIOD-END AND NOT WS-PERIOD-END-DATE
002710         MOVE "NOT A PERIOD-END DATE ON THE CALENDAR - REJECTED"
002710             TO WS-DAY-STATE-MESSAGE
002711         PERFORM 1450-DAY-STATE-REJECT THRU 1450-EXIT
002711         GO TO 0000-WRAP-UP
002711     END-IF
002712     IF WS-NO-PROCESSING-DAY
002714         PERFORM 1800-NO-PROCESSING-NOTICE THRU 1800-EXIT
002716         GO TO 0000-WRAP-UP
002730     IF WS-CKPT-ALREADY-DONE
002740         PERFORM 1600-ALREADY-COMPLETE THRU 1600-EXIT
002750     ELSE
002750         PERFORM 1900-CHECK-HOLD-FILE THRU 1900-EXIT
002750         IF WS-STEP-HELD
002750             PERFORM 1910-HELD-NOTICE THRU 1910-EXIT
002750             GO TO 0000-WRAP-UP
002750         END-IF
002750         IF WS-FINAL-RETURN-CODE > 7
002750             GO TO 0000-WRAP-UP
002750         END-IF
002751         PERFORM 1400-CHECK-DAY-STATE THRU 1400-EXIT
002752         IF WS-DAY-STATE-REJECTED
002753             PERFORM 1450-DAY-STATE-REJECT THRU 1450-EXIT
002754             GO TO 0000-WRAP-UP
002755         END-IF
002755         IF WS-STEP-BYPASSED
002755             PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
002755             PERFORM 6500-WRITE-DAY-STATE THRU 6500-EXIT
002755             PERFORM 1920-BYPASS-NOTICE THRU 1920-EXIT
002755             GO TO 0000-WRAP-UP
002755         END-IF
002760         PERFORM 2000-VALIDATE-ENVIRONMENT THRU 2000-EXIT
002770         IF WS-ENVIRONMENT-BAD
002780             PERFORM 2100-ENVIRONMENT-FAILURE THRU 2100-EXIT
002920*    STAMPS THE JOB HEADER AND CAPTURES THE START TIME USED      *
002930*    LATER FOR THE ELAPSED-TIME CALCULATION.                     *
002940*                                                                 *
002950*    THE RUN-ID IS BUILT FROM THE RUN DATE PLUS THE CYCLE NUMBER *
002955*    AND THE ENTITY CODE, NOT THE TIME OF DAY, SO THAT A RESTART *
002960*    OF THIS STEP LATER THE SAME DAY COMES UP WITH THE SAME RUN- *
002965*    ID AS THE ORIGINAL ATTEMPT - SEE 1500-CHECK-CHECKPOINT.     *
002970*    THE DATE, CYCLE, AND ENTITY DEFAULT TO TODAY, 00, AND 0000  *
002975*    HERE AND MAY BE OVERRIDDEN FROM THE PARM CARD AT            *
002980*    1210-APPLY-RUN-OVERRIDES.                                   *
002990*----------------------------------------------------------------*
003000 1000-INITIALIZE.
003010     MOVE "STEP010 " TO WS-JH-JOB-NAME
003060     MOVE WS-SYSTIME   TO WS-JH-RUN-TIME
003070     STRING WS-JH-RUN-DATE  DELIMITED BY SIZE
003080            WS-CYCLE-NUMBER DELIMITED BY SIZE
003087            WS-ENTITY-CODE  DELIMITED BY SIZE
003095            INTO WS-JH-RUN-ID
003100     END-STRING
003110     MOVE WS-SYSTIME TO WS-START-TIME
003180*    READS THE RUN-MODE/LANGUAGE CONTROL CARD EARLY,               *
003190*    BEFORE THE CHECKPOINT CHECK, SINCE THE CHECKPOINT             *
003200*    MATCH KEY INCLUDES THE RUN MODE (SEE 1500-                    *
003205*    CHECK-CHECKPOINT).  A PERIOD-END RUN ANNOUNCES THE            *
003210*    YEAR-END (PED3), QUARTER-END (PED2), OR MONTH-END (PED1)      *
003215*    ACCORDING TO THE CALENDAR FLAGS FOR THE BUSINESS DATE.        *
003220*----------------------------------------------------------------*
003230 1200-DETERMINE-RUN-MODE.
003240     OPEN INPUT PARM-FILE
003270         MOVE WS-LANGUAGE-CODE TO PARM-LANGUAGE-CODE
003272         MOVE SPACES TO PARM-BUSINESS-DATE
003274         MOVE SPACES TO PARM-CYCLE-NUMBER
003277         MOVE SPACES TO PARM-ENTITY-CODE
003280     ELSE
003290         READ PARM-FILE
003300             AT END
003320                 MOVE WS-LANGUAGE-CODE TO PARM-LANGUAGE-CODE
003322                 MOVE SPACES TO PARM-BUSINESS-DATE
003324                 MOVE SPACES TO PARM-CYCLE-NUMBER
003327                 MOVE SPACES TO PARM-ENTITY-CODE
003330         END-READ
003340         CLOSE PARM-FILE
003350     END-IF
003470             MOVE "GRT3" TO WS-MESSAGE-CODE
003480         WHEN WS-MODE-ABEND-NOTICE
003490             MOVE "GRT4" TO WS-MESSAGE-CODE
003493         WHEN WS-MODE-PERIOD-END
003496             MOVE "PED1" TO WS-MESSAGE-CODE
003500         WHEN OTHER
003510             MOVE "GRT1" TO WS-MESSAGE-CODE
003520     END-EVALUATE
003522
003524     IF NOT WS-MODE-ABEND-NOTICE
003526         PERFORM 1300-CHECK-PROCESSING-CALENDAR THRU 1300-EXIT
003526     END-IF
003526     IF WS-MODE-PERIOD-END
003526         EVALUATE TRUE
003526             WHEN WS-YEAR-END-DATE
003526                 MOVE "PED3" TO WS-MESSAGE-CODE
003527             WHEN WS-QUARTER-END-DATE
003527                 MOVE "PED2" TO WS-MESSAGE-CODE
003527             WHEN OTHER
003527                 CONTINUE
003527         END-EVALUATE
003528     END-IF.
003530 1200-EXIT.
003540     EXIT.
003542
003543*----------------------------------------------------------------*
003544* 1210-APPLY-RUN-OVERRIDES                                       *
003544*    APPLIES THE BUSINESS-DATE, CYCLE-NUMBER, AND ENTITY         *
003545*    OVERRIDES FROM THE PARM CARD AND REBUILDS THE RUN-ID AS     *
003546*    BUSINESS DATE PLUS CYCLE NUMBER PLUS ENTITY CODE.  BLANK OR *
003547*    NON-NUMERIC DATE AND CYCLE FIELDS, AND A BLANK ENTITY,      *
003548*    LEAVE THE DEFAULTS (TODAY, CYCLE 00, ENTITY 0000) IN        *
003549*    PLACE, SO THE REBUILT RUN-ID OF A NORMAL NIGHTLY RUN IS     *
003551*    IDENTICAL TO THE ONE STAMPED AT 1000-INITIALIZE.  THE       *
003552*    CHECKPOINT MATCH, THE AUDIT RECORD, THE ALERT RECORDS, AND  *
003563         AND PARM-CYCLE-NUMBER IS NUMERIC
003564         MOVE PARM-CYCLE-NUMBER TO WS-CYCLE-NUMBER
003565     END-IF
003565     IF PARM-ENTITY-CODE NOT = SPACES
003565         MOVE PARM-ENTITY-CODE TO WS-ENTITY-CODE
003565     END-IF
003566     MOVE SPACES TO WS-JH-RUN-ID
003567     STRING WS-JH-RUN-DATE  DELIMITED BY SIZE
003568            WS-CYCLE-NUMBER DELIMITED BY SIZE
003569            WS-ENTITY-CODE  DELIMITED BY SIZE
003571            INTO WS-JH-RUN-ID
003572     END-STRING.
003573 1210-EXIT.
003559*    THE CHAIN ON WHAT MAY BE A HOLIDAY BECAUSE THE CALENDAR    *
003560*    WAS UNREADABLE IS NOT A DOCUMENTED CHOICE.  AN             *
003561*    ABEND-NOTICE RUN NEVER CONSULTS THE CALENDAR AT ALL: A     *
003561*    FAILURE BROADCAST MUST GO OUT WHATEVER DAY IT IS.  THE     *
003561*    DATE'S PERIOD-END FLAGS ARE CAPTURED ALONG THE WAY.  ONLY  *
003562*    THIS ENTITY'S RECORDS COUNT; A BLANK ENTITY ON A CALENDAR  *
003562*    RECORD IS THE HOME ENTITY 0000.                            *
003563*----------------------------------------------------------------*
003564 1300-CHECK-PROCESSING-CALENDAR.
003565     OPEN INPUT CAL-FILE
003586             SET WS-EOF TO TRUE
003587         NOT AT END
003588             IF CAL-DATE = WS-JH-RUN-DATE
003588                 AND (CAL-ENTITY-CODE = WS-ENTITY-CODE
003588                     OR (CAL-ENTITY-CODE = SPACES
003588                         AND WS-ENTITY-CODE = "0000"))
003588                 MOVE CAL-PERIOD-END-FLAGS
003588                     TO WS-CAL-PERIOD-END-FLAGS
003589                 IF NOT CAL-PROCESSING-DAY
003590                     SET WS-NO-PROCESSING-DAY TO TRUE
003591                 END-IF
003597*    BEEN OPENED - A FIRST-EVER START-OF-DAY IS FINE, A          *
003597*    FIRST-EVER END-OF-DAY IS NOT.                               *
003597*                                                                *
003597*    ONLY THIS ENTITY'S DAY-STATE RECORD IS JUDGED (A BLANK      *
003597*    ENTITY ON THE RECORD IS THE HOME ENTITY 0000), SO ANOTHER   *
003597*    UNIT'S OPEN OR CLOSED DAY NEVER BLOCKS THIS ONE.  THE       *
003597*    OTHER ENTITIES' RECORDS ARE HELD FOR 6500 TO WRITE BACK.    *
003597*    IF THEY DO NOT ALL FIT THE HOLDING TABLE THE RUN IS         *
003597*    REJECTED, SO 6500 NEVER REWRITES THE FILE WITHOUT THEM.     *
003597*                                                                *
003597*    A PERIOD-END RUN IS REJECTED UNLESS THE BUSINESS DAY HAS    *
003597*    BEEN OPENED (IT MAY RUN BEFORE OR AFTER END-OF-DAY).  WHILE *
003597*    THE DAY STATE SHOWS A PERIOD-END PENDING FOR AN EARLIER     *
003597*    DATE, THE NEXT START-OF-DAY IS REJECTED.                    *
003597*                                                                *
003597*    THE CHECKPOINT CHECK RUNS FIRST: A SAME-DAY RERUN WHOSE     *
003597*    CHECKPOINT ALREADY SHOWS THIS RUN-ID AND MODE COMPLETE      *
003597*    SKIPS BENIGNLY AT 1600-ALREADY-COMPLETE AND NEVER REACHES   *
003597 1400-CHECK-DAY-STATE.
003597     IF NOT WS-MODE-START-OF-DAY
003597         AND NOT WS-MODE-END-OF-DAY
003597         AND NOT WS-MODE-PERIOD-END
003597         GO TO 1400-EXIT
003597     END-IF
003597     PERFORM 1410-READ-DAY-STATE THRU 1410-EXIT
003597     IF WS-DST-OVERFLOW
003597         MOVE "DAYSTATE FILE EXCEEDS WORK TABLE CAPACITY"
003597             TO WS-DAY-STATE-MESSAGE
003597         SET WS-DAY-STATE-REJECTED TO TRUE
003597         GO TO 1400-EXIT
003597     END-IF
003597     EVALUATE TRUE
003597         WHEN WS-MODE-START-OF-DAY
003597             AND WS-DST-OPEN
003597             MOVE "BUSINESS DAY ALREADY OPEN - OPEN REJECTED"
003597                 TO WS-DAY-STATE-MESSAGE
003597             SET WS-DAY-STATE-REJECTED TO TRUE
003597         WHEN WS-MODE-START-OF-DAY
003597             AND WS-DST-PE-PENDING
003597             AND WS-DST-DATE < WS-JH-RUN-DATE
003597             MOVE SPACES TO WS-DAY-STATE-MESSAGE
003597             STRING "PERIOD-END NOT RUN FOR " DELIMITED BY SIZE
003597                    WS-DST-DATE               DELIMITED BY SIZE
003597                    " - OPEN REJECTED"        DELIMITED BY SIZE
003597                    INTO WS-DAY-STATE-MESSAGE
003597             END-STRING
003597             SET WS-DAY-STATE-REJECTED TO TRUE
003597         WHEN WS-MODE-PERIOD-END
003597             AND (WS-DST-NO-RECORD
003597                 OR WS-DST-DATE NOT = WS-JH-RUN-DATE)
003597             MOVE "BUSINESS DAY NOT OPENED - PERIOD-END REJECTED"
003597                 TO WS-DAY-STATE-MESSAGE
003597             SET WS-DAY-STATE-REJECTED TO TRUE
003597         WHEN WS-MODE-END-OF-DAY
003597             AND (NOT WS-DST-OPEN
003597                 OR WS-DST-DATE NOT = WS-JH-RUN-DATE)
003597     EXIT.
003597
003597 1410-READ-DAY-STATE.
003597     MOVE ZERO TO WS-DST-KEEP-COUNT
003597     MOVE "N" TO WS-DST-OVERFLOW-SWITCH
003597     OPEN INPUT DAYS-FILE
003597     EVALUATE TRUE
003597         WHEN WS-DAYS-FILE-STATUS = "00"
003597             MOVE "N" TO WS-EOF-SWITCH
003597             PERFORM 1420-READ-DAY-STATE-RECORD THRU 1420-EXIT
003597                 UNTIL WS-EOF
003597             CLOSE DAYS-FILE
003597         WHEN WS-DAYS-FILE-STATUS = "05"
003597             OR WS-DAYS-FILE-STATUS = "35"
003597 1410-EXIT.
003597     EXIT.
003597
003597 1420-READ-DAY-STATE-RECORD.
003597     READ DAYS-FILE
003597         AT END
003597             SET WS-EOF TO TRUE
003597             GO TO 1420-EXIT
003597     END-READ
003597     IF DST-ENTITY-CODE = WS-ENTITY-CODE
003597         OR (DST-ENTITY-CODE = SPACES
003597             AND WS-ENTITY-CODE = "0000")
003597         MOVE DST-BUSINESS-DATE  TO WS-DST-DATE
003597         MOVE DST-STATUS         TO WS-DST-STATUS
003597         MOVE DST-OPEN-TIMESTAMP TO WS-DST-OPEN-STAMP
003597         MOVE DST-CLOSE-TIMESTAMP TO WS-DST-CLOSE-STAMP
003597         MOVE DST-PERIOD-END-STATUS TO WS-DST-PE-STATUS
003597         GO TO 1420-EXIT
003597     END-IF
003597     IF WS-DST-KEEP-COUNT NOT < WS-DST-KEEP-MAX
003597         SET WS-DST-OVERFLOW TO TRUE
003597         SET WS-EOF TO TRUE
003597         GO TO 1420-EXIT
003597     END-IF
003597     ADD 1 TO WS-DST-KEEP-COUNT
003597     MOVE DAY-STATE-RECORD
003597         TO WS-DST-KEEP-RECORD(WS-DST-KEEP-COUNT).
003597 1420-EXIT.
003597     EXIT.
003597
003597*----------------------------------------------------------------*
003597* 1450-DAY-STATE-REJECT                                          *
003597*    THE RUN IS OUT OF SEQUENCE AGAINST THE DAY STATE (OR IS A   *
003597*    PERIOD-END RUN ON A DATE THE CALENDAR DOES NOT FLAG), OR    *
003597*    THE DAY-STATE FILE HOLDS MORE ENTITIES THAN THE RUN CAN     *
003597*    CARRY THROUGH A REWRITE.  SAY SO ON THE SYSOUT REPORT AND   *
003597*    THE CONSOLE, RAISE A CRITICAL ALERT FOR THE AUTOMATION      *
003597*    PACKAGE, AND POST RETURN CODE 16 SO THE JCL STOPS THE       *
003597*    CHAIN.  NO CHECKPOINT IS WRITTEN AND THE DAY STATE IS LEFT  *
003597*    EXACTLY AS IT WAS.                                          *
003597*----------------------------------------------------------------*
003597 1450-DAY-STATE-REJECT.
003597     OPEN OUTPUT PRINT-FILE
003597
003598*----------------------------------------------------------------*
003599* 1500-CHECK-CHECKPOINT                                          *
003600*    READS THE CHECKPOINT FILE BY KEY FOR A COMPLETE RECORD FOR  *
003601*    TODAY'S RUN-ID, THIS STEP, AND THIS RUN MODE.  IF THE FILE  *
003602*    DOES NOT EXIST YET, THIS IS SIMPLY THE FIRST EVER RUN - NOT *
003611*    AN ERROR; NO RECORD FOR THE KEY IS AN ORDINARY FIRST RUN.   *
003620*----------------------------------------------------------------*
003630 1500-CHECK-CHECKPOINT.
003640     OPEN INPUT CKPT-FILE
003645     EVALUATE TRUE
003646         WHEN WS-CKPT-FILE-STATUS = "00"
003670             PERFORM 1510-READ-CKPT-RECORD THRU 1510-EXIT
003690             CLOSE CKPT-FILE
003691         WHEN WS-CKPT-FILE-STATUS = "05"
003692             OR WS-CKPT-FILE-STATUS = "35"
003720     EXIT.
003730                                                                  
003740 1510-READ-CKPT-RECORD.
003750     MOVE WS-JH-RUN-ID   TO CKPT-RUN-ID
003760     MOVE WS-JH-JOB-NAME TO CKPT-STEP-NAME
003770     MOVE WS-RUN-MODE    TO CKPT-RUN-MODE
003780     READ CKPT-FILE
003790         INVALID KEY
003800             CONTINUE
003810         NOT INVALID KEY
003820             IF CKPT-STEP-COMPLETE
003830                 SET WS-CKPT-ALREADY-DONE TO TRUE
003840             END-IF
003842     END-READ
003844     IF WS-CKPT-FILE-STATUS NOT = "00"
003846         AND WS-CKPT-FILE-STATUS NOT = "23"
003848         MOVE "CKPTFILE" TO FSTAT-DD-NAME
003851         MOVE "READ    " TO FSTAT-OPERATION
003853         MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
003855         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003857     END-IF.
003860 1510-EXIT.
003870     EXIT.
003880                                                                  
004357     END-IF.
004358 1800-EXIT.
004359     EXIT.
004359
004359*----------------------------------------------------------------*
004359* 1900-CHECK-HOLD-FILE                                           *
004359*    ASKS THE SHARED HOLDCHK ROUTINE WHETHER THE OPERATORS HAVE  *
004359*    HELD OR BYPASSED THIS STEP FOR THE BUSINESS DATE AND THE    *
004359*    RUN'S ENTITY.  AN ABEND-NOTICE RUN IS NEVER HELD - IT IS    *
004359*    THE BROADCAST THAT THE CHAIN HAS ALREADY FAILED.  A HOLD    *
004359*    FILE THAT CANNOT BE READ POSTS ITS RETURN CODE AND STOPS    *
004359*    THE STEP: A STEP THAT MAY HAVE BEEN HELD MUST NOT RUN ON    *
004359*    THE STRENGTH OF A FILE NOBODY COULD READ.                   *
004359*----------------------------------------------------------------*
004359 1900-CHECK-HOLD-FILE.
004359     MOVE SPACE TO WS-HOLD-SWITCH
004359     IF WS-MODE-ABEND-NOTICE
004359         GO TO 1900-EXIT
004359     END-IF
004359     MOVE SPACES         TO HOLD-CHECK-AREA
004359     MOVE WS-JH-JOB-NAME TO HCK-JOB-NAME
004359     MOVE WS-JH-RUN-ID   TO HCK-RUN-ID
004359     MOVE WS-JH-JOB-NAME TO HCK-STEP-NAME
004359     MOVE WS-JH-RUN-DATE TO HCK-BUSINESS-DATE
004359     MOVE WS-ENTITY-CODE TO HCK-ENTITY-CODE
004359     CALL "HOLDCHK" USING HOLD-CHECK-AREA
004359     IF HCK-RETURN-CODE NOT = ZERO
004359         IF HCK-RETURN-CODE > WS-FINAL-RETURN-CODE
004359             MOVE HCK-RETURN-CODE TO WS-FINAL-RETURN-CODE
004359         END-IF
004359         MOVE SPACES TO WS-LAST-IO-ERROR
004359         STRING "HOLDFILE CHECK FAILED - " DELIMITED BY SIZE
004359                HCK-MESSAGE-TEXT           DELIMITED BY SIZE
004359                INTO WS-LAST-IO-ERROR
004359         END-STRING
004359         GO TO 1900-EXIT
004359     END-IF
004359     EVALUATE TRUE
004359         WHEN HCK-STEP-HELD
004359             SET WS-STEP-HELD TO TRUE
004359             MOVE "HELD"     TO WS-HOLD-VERB
004359         WHEN HCK-STEP-BYPASSED
004359             SET WS-STEP-BYPASSED TO TRUE
004359             MOVE "BYPASSED" TO WS-HOLD-VERB
004359         WHEN OTHER
004359             GO TO 1900-EXIT
004359     END-EVALUATE
004359     MOVE SPACES TO WS-HOLD-NOTICE
004359     STRING "STEP010 "   DELIMITED BY SIZE
004359            WS-HOLD-VERB DELIMITED BY SPACE
004359            " BY "       DELIMITED BY SIZE
004359            HCK-OPERATOR DELIMITED BY SIZE
004359            " FOR "      DELIMITED BY SIZE
004359            WS-JH-RUN-DATE DELIMITED BY SIZE
004359            " - "        DELIMITED BY SIZE
004359            HCK-REASON   DELIMITED BY SIZE
004359            INTO WS-HOLD-NOTICE
004359     END-STRING.
004359 1900-EXIT.
004359     EXIT.
004359
004359*----------------------------------------------------------------*
004359* 1910-HELD-NOTICE                                               *
004359*    THE STEP IS HELD.  SAY SO ON THE SYSOUT REPORT AND THE      *
004359*    CONSOLE, RAISE A WARNING ALERT NAMING THE OPERATOR AND      *
004359*    REASON, AND POST THE DISTINCT RETURN CODE 6 THE JCL STOPS   *
004359*    THE REST OF THE CHAIN ON.  NO CHECKPOINT IS WRITTEN AND     *
004359*    THE DAY STATE IS LEFT ALONE, SO THE STEP RUNS IN FULL WHEN  *
004359*    THE HOLD IS RELEASED AND THE CHAIN RESTARTED.               *
004359*----------------------------------------------------------------*
004359 1910-HELD-NOTICE.
004359     PERFORM 1930-PRINT-HOLD-NOTICE THRU 1930-EXIT
004359     IF WS-FINAL-RETURN-CODE < 6
004359         MOVE 6 TO WS-FINAL-RETURN-CODE
004359     END-IF
004359     MOVE "W" TO WS-ALERT-SEVERITY
004359     MOVE WS-HOLD-NOTICE TO WS-ALERT-TEXT
004359     PERFORM 7000-WRITE-ALERT-RECORD THRU 7000-EXIT.
004359 1910-EXIT.
004359     EXIT.
004359
004359*----------------------------------------------------------------*
004359* 1920-BYPASS-NOTICE                                             *
004359*    THE STEP IS BYPASSED AND ITS BYPASS CHECKPOINT AND DAY      *
004359*    STATE ARE WRITTEN.  SAY SO ON THE SYSOUT REPORT AND THE     *
004359*    CONSOLE AND RAISE A WARNING ALERT NAMING THE OPERATOR AND   *
004359*    REASON; THE RETURN CODE STAYS AT ZERO SO THE CHAIN RUNS     *
004359*    ON.  WHEN WRITING THE CHECKPOINT OR DAY STATE FAILED, THE   *
004359*    WARNING IS LEFT UNSAID SO THE FILE-FAILURE ALERT GOES OUT   *
004359*    INSTEAD.                                                    *
004359*----------------------------------------------------------------*
004359 1920-BYPASS-NOTICE.
004359     PERFORM 1930-PRINT-HOLD-NOTICE THRU 1930-EXIT
004359     IF WS-FINAL-RETURN-CODE > 7
004359         GO TO 1920-EXIT
004359     END-IF
004359     MOVE "W" TO WS-ALERT-SEVERITY
004359     MOVE WS-HOLD-NOTICE TO WS-ALERT-TEXT
004359     PERFORM 7000-WRITE-ALERT-RECORD THRU 7000-EXIT.
004359 1920-EXIT.
004359     EXIT.
004359
004359 1930-PRINT-HOLD-NOTICE.
004359     OPEN OUTPUT PRINT-FILE
004359     PERFORM 5100-WRITE-REPORT-HEADERS THRU 5100-EXIT
004359     MOVE SPACES TO WS-GREETING-LINE
004359     MOVE WS-HOLD-NOTICE TO WS-GREETING-LINE
004359     MOVE " " TO PRT-CARRIAGE-CONTROL
004359     MOVE WS-GREETING-LINE TO PRT-TEXT
004359     WRITE PRT-FILE-RECORD
004359     CLOSE PRINT-FILE
004359     MOVE "PRTFILE " TO FSTAT-DD-NAME
004359     MOVE "CLOSE   " TO FSTAT-OPERATION
004359     MOVE WS-PRINT-FILE-STATUS TO FSTAT-FILE-STATUS
004359     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
004359     SET WS-REPORT-PRODUCED TO TRUE
004359     MOVE WS-HOLD-NOTICE TO BANNER-MSG-TEXT
004359     PERFORM 1700-COMPUTE-BANNER-LENGTH THRU 1700-EXIT
004359     MOVE WS-BANNER-ACTUAL-LENGTH TO BANNER-MSG-LENGTH
004359     CALL "COBHELLO" USING BANNER-MSG-AREA.
004359 1930-EXIT.
004359     EXIT.
004360
004361*----------------------------------------------------------------*
004362* 2000-VALIDATE-ENVIRONMENT                                      *
005610            WS-JH-RUN-TIME  DELIMITED BY SIZE
005620            "   RUN-ID: "   DELIMITED BY SIZE
005630            WS-JH-RUN-ID    DELIMITED BY SIZE
005633            "   ENTITY: "   DELIMITED BY SIZE
005636            WS-ENTITY-CODE  DELIMITED BY SIZE
005640            INTO WS-RUNDATE-LINE
005650     END-STRING
005660     MOVE " " TO PRT-CARRIAGE-CONTROL
005860     MOVE "N" TO WS-MSG-FOUND-SWITCH
005862     PERFORM 5210-READ-MSG-BY-KEY THRU 5210-EXIT
005910     IF NOT WS-MESSAGE-FOUND
005913         IF WS-MODE-PERIOD-END
005916             MOVE WS-DEFAULT-PERIOD-END-TEXT TO WS-FOUND-TEXT
005920         ELSE
005923             MOVE WS-DEFAULT-GREETING TO WS-FOUND-TEXT
005926         END-IF
005930     END-IF
005940     MOVE SPACES TO WS-GREETING-LINE
005950     MOVE WS-FOUND-TEXT TO WS-GREETING-LINE
005960     MOVE " " TO PRT-CARRIAGE-CONTROL
005970     MOVE WS-GREETING-LINE TO PRT-TEXT
005974     WRITE PRT-FILE-RECORD
005978     IF WS-MODE-PERIOD-END
005982         PERFORM 5250-WRITE-PERIOD-LINE THRU 5250-EXIT
005986     END-IF.
005990 5200-EXIT.
006000     EXIT.
006010
006098     END-READ.
006098 5220-EXIT.
006098     EXIT.
006098
006098*----------------------------------------------------------------*
006098* 5250-WRITE-PERIOD-LINE                                         *
006098*    PRINTS WHICH PERIODS THIS PERIOD-END RUN CLOSES, FROM THE   *
006098*    CALENDAR FLAGS FOR THE BUSINESS DATE.                       *
006098*----------------------------------------------------------------*
006098 5250-WRITE-PERIOD-LINE.
006098     MOVE SPACES TO WS-PERIOD-LINE
006098     MOVE 1 TO WS-PERIOD-LINE-PTR
006098     STRING "PERIOD ENDED FOR BUSINESS DATE " DELIMITED BY SIZE
006098            WS-JH-RUN-DATE                    DELIMITED BY SIZE
006098            ":  MONTH-END"                    DELIMITED BY SIZE
006098            INTO WS-PERIOD-LINE
006098            WITH POINTER WS-PERIOD-LINE-PTR
006098     END-STRING
006098     IF WS-QUARTER-END-DATE
006099         STRING "  QUARTER-END" DELIMITED BY SIZE
006099                INTO WS-PERIOD-LINE
006099                WITH POINTER WS-PERIOD-LINE-PTR
006099         END-STRING
006099     END-IF
006099     IF WS-YEAR-END-DATE
006099         STRING "  YEAR-END" DELIMITED BY SIZE
006099                INTO WS-PERIOD-LINE
006099                WITH POINTER WS-PERIOD-LINE-PTR
006099         END-STRING
006099     END-IF
006099     MOVE " " TO PRT-CARRIAGE-CONTROL
006099     MOVE WS-PERIOD-LINE TO PRT-TEXT
006099     WRITE PRT-FILE-RECORD.
006099 5250-EXIT.
006099     EXIT.
006100
006110 5300-SOUND-CONSOLE-BANNER.
006120     MOVE WS-FOUND-TEXT TO BANNER-MSG-TEXT
006190*----------------------------------------------------------------*
006200* 6000-WRITE-CHECKPOINT                                          *
006210*    RECORDS THAT THIS STEP COMPLETED FOR TODAY'S RUN-ID SO A    *
006220*    RESTART OF THE BATCH CHAIN CAN SKIP IT NEXT TIME - OR, FOR  *
006222*    A BYPASSED RUN, THAT IT WAS DELIBERATELY SKIPPED.  A KEY    *
006225*    ALREADY ON FILE (AN EARLIER BYPASS OF THE SAME RUN-ID, STEP *
006227*    AND MODE) IS REPLACED BY 6010.                              *
006230*----------------------------------------------------------------*
006240 6000-WRITE-CHECKPOINT.
006250     OPEN I-O CKPT-FILE
006260     IF WS-CKPT-FILE-STATUS = "05" OR WS-CKPT-FILE-STATUS = "35"
006270         CLOSE CKPT-FILE
006280         OPEN OUTPUT CKPT-FILE
006300     MOVE WS-JH-RUN-ID   TO CKPT-RUN-ID
006310     MOVE WS-JH-JOB-NAME TO CKPT-STEP-NAME
006320     MOVE WS-RUN-MODE       TO CKPT-RUN-MODE
006330     IF WS-STEP-BYPASSED
006330         SET CKPT-STEP-BYPASSED TO TRUE
006330     ELSE
006330         SET CKPT-STEP-COMPLETE TO TRUE
006330     END-IF
006340     MOVE WS-JH-RUN-DATE TO CKPT-TIMESTAMP(1:8)
006350     MOVE WS-JH-RUN-TIME TO CKPT-TIMESTAMP(9:6)
006360     WRITE CHECKPOINT-RECORD
006360         INVALID KEY
006361             CONTINUE
006362     END-WRITE
006363     IF WS-CKPT-FILE-STATUS = "22"
006364         PERFORM 6010-REPLACE-CHECKPOINT THRU 6010-EXIT
006365     ELSE
006365         MOVE "CKPTFILE" TO FSTAT-DD-NAME
006366         MOVE "WRITE   " TO FSTAT-OPERATION
006367         MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
006368         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
006369     END-IF
006370     CLOSE CKPT-FILE
006371     MOVE "CKPTFILE" TO FSTAT-DD-NAME
006372     MOVE "CLOSE   " TO FSTAT-OPERATION
006373     MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
006374     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
006380 6000-EXIT.
006380     EXIT.
006380
006380*----------------------------------------------------------------*
006381* 6010-REPLACE-CHECKPOINT                                        *
006381*    THE RUN-ID, STEP, AND MODE ARE ALREADY ON FILE.  A          *
006381*    COMPLETION REPLACES WHATEVER IS THERE; A BYPASS REPLACES    *
006381*    ONLY AN EARLIER BYPASS, NEVER A COMPLETION.                 *
006382*----------------------------------------------------------------*
006382 6010-REPLACE-CHECKPOINT.
006382     IF WS-STEP-BYPASSED
006383         READ CKPT-FILE
006383             INVALID KEY
006383                 CONTINUE
006383         END-READ
006384         MOVE "CKPTFILE" TO FSTAT-DD-NAME
006384         MOVE "READ    " TO FSTAT-OPERATION
006384         MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
006385         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
006385         IF FSTAT-RETURN-CODE NOT = ZERO
006385             OR CKPT-STEP-COMPLETE
006385             GO TO 6010-EXIT
006386         END-IF
006386         SET CKPT-STEP-BYPASSED TO TRUE
006386         MOVE WS-JH-RUN-DATE TO CKPT-TIMESTAMP(1:8)
006386         MOVE WS-JH-RUN-TIME TO CKPT-TIMESTAMP(9:6)
006387     END-IF
006387     REWRITE CHECKPOINT-RECORD
006387         INVALID KEY
006388             CONTINUE
006388     END-REWRITE
006388     MOVE "CKPTFILE" TO FSTAT-DD-NAME
006388     MOVE "REWRITE " TO FSTAT-OPERATION
006389     MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
006389     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
006389 6010-EXIT.
006390     EXIT.
006400
006400*----------------------------------------------------------------*
006400* 6500-WRITE-DAY-STATE                                           *
006400*    REWRITES THE RUN ENTITY'S DAYSTATE RECORD: A START-OF-DAY   *
006400*    RUN MARKS THE ENTITY'S BUSINESS DAY OPEN, AN END-OF-DAY RUN *
006400*    MARKS IT CLOSED (CARRYING THE OPEN TIMESTAMP FORWARD), AND  *
006400*    A PERIOD-END RUN MARKS THE PERIOD-END DONE, CARRYING THE    *
006400*    REST OF THE RECORD FORWARD.  START-OF-DAY ON A DATE THE     *
006400*    CALENDAR FLAGS AS A PERIOD-END MARKS IT PENDING; END-OF-DAY *
006400*    CARRIES THE PERIOD-END STATUS FORWARD.  RESTART AND ABEND-  *
006400*    NOTICE RUNS LEAVE THE DAY STATE ALONE.  1400-CHECK-DAY-     *
006400*    STATE HAS ALREADY REJECTED ANY OUT-OF-SEQUENCE COMBINATION  *
006400*    BEFORE THIS PARAGRAPH IS REACHED.  THE OTHER ENTITIES'      *
006400*    RECORDS HELD AT 1410-READ-DAY-STATE ARE COPIED BACK         *
006400*    UNCHANGED FIRST, THEN THIS ENTITY'S RECORD IS WRITTEN.      *
006400*----------------------------------------------------------------*
006400 6500-WRITE-DAY-STATE.
006400     IF NOT WS-MODE-START-OF-DAY
006400         AND NOT WS-MODE-END-OF-DAY
006400         AND NOT WS-MODE-PERIOD-END
006400         GO TO 6500-EXIT
006400     END-IF
006400     OPEN OUTPUT DAYS-FILE
006400     IF FSTAT-RETURN-CODE NOT = ZERO
006400         GO TO 6500-EXIT
006400     END-IF
006400     MOVE ZERO TO WS-DST-KEEP-IDX
006400     PERFORM 6510-WRITE-KEPT-DAY-STATE THRU 6510-EXIT
006400         UNTIL WS-DST-KEEP-IDX NOT < WS-DST-KEEP-COUNT
006400     MOVE WS-JH-RUN-DATE TO DST-BUSINESS-DATE
006400     EVALUATE TRUE
006400         WHEN WS-MODE-START-OF-DAY
006400             MOVE "O" TO DST-STATUS
006400             MOVE WS-JH-RUN-DATE      TO DST-OPEN-TIMESTAMP(1:8)
006400             MOVE WS-JH-RUN-TIME(1:6) TO DST-OPEN-TIMESTAMP(9:6)
006400             MOVE SPACES TO DST-CLOSE-TIMESTAMP
006400             IF WS-PERIOD-END-DATE
006400                 SET DST-PERIOD-END-PENDING TO TRUE
006400             ELSE
006400                 MOVE SPACE TO DST-PERIOD-END-STATUS
006400             END-IF
006400         WHEN WS-MODE-END-OF-DAY
006400             MOVE "C" TO DST-STATUS
006400             MOVE WS-DST-OPEN-STAMP   TO DST-OPEN-TIMESTAMP
006400             MOVE WS-JH-RUN-DATE      TO DST-CLOSE-TIMESTAMP(1:8)
006400             MOVE WS-JH-RUN-TIME(1:6) TO DST-CLOSE-TIMESTAMP(9:6)
006400             MOVE WS-DST-PE-STATUS    TO DST-PERIOD-END-STATUS
006400         WHEN OTHER
006400             MOVE WS-DST-STATUS       TO DST-STATUS
006400             MOVE WS-DST-OPEN-STAMP   TO DST-OPEN-TIMESTAMP
006400             MOVE WS-DST-CLOSE-STAMP  TO DST-CLOSE-TIMESTAMP
006400             SET DST-PERIOD-END-DONE TO TRUE
006400     END-EVALUATE
006400     MOVE WS-ENTITY-CODE TO DST-ENTITY-CODE
006400     WRITE DAY-STATE-RECORD
006400     MOVE "DAYSTATE" TO FSTAT-DD-NAME
006400     MOVE "WRITE   " TO FSTAT-OPERATION
006400 6500-EXIT.
006400     EXIT.
006400
006400 6510-WRITE-KEPT-DAY-STATE.
006400     ADD 1 TO WS-DST-KEEP-IDX
006400     MOVE WS-DST-KEEP-RECORD(WS-DST-KEEP-IDX) TO DAY-STATE-RECORD
006400     WRITE DAY-STATE-RECORD
006400     MOVE "DAYSTATE" TO FSTAT-DD-NAME
006400     MOVE "WRITE   " TO FSTAT-OPERATION
006400     MOVE WS-DAYS-FILE-STATUS TO FSTAT-FILE-STATUS
006400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
006400 6510-EXIT.
006400     EXIT.
006400
006401*----------------------------------------------------------------*
006402* 7000-WRITE-ALERT-RECORD                                        *
006403*    APPENDS ONE RECORD TO THE OPERATOR ALERT INTERFACE FILE    *
006474     MOVE "O"                  TO ALR-STATUS
006474     MOVE SPACES               TO ALR-ACK-OPERATOR
006474     MOVE SPACES               TO ALR-ACK-TIMESTAMP
006474     MOVE WS-ENTITY-CODE       TO ALR-ENTITY-CODE
006475     MOVE SPACES               TO ALR-RESERVED
006476     WRITE ALERT-RECORD
006477     MOVE "ALERTFIL" TO FSTAT-DD-NAME
006830                                                                  
006840*----------------------------------------------------------------*
006850* 9000-WRITE-AUDIT-RECORD                                        *
006860*    ADDS A RECORD TO THE AUDIT-LOG REGARDLESS OF WHETHER        *
006870*    THIS EXECUTION SUCCEEDED, FAILED VALIDATION, OR WAS         *
006880*    SKIPPED BECAUSE THE CHECKPOINT SHOWED IT ALREADY COMPLETE.  *
006885*    A HELD OR BYPASSED RUN IS MARKED IN AUD-STEP-DISPOSITION.   *
006886*    A PERIOD-END RUN ON A FLAGGED DATE STAMPS THE PERIODS IT    *
006887*    CLOSES IN AUD-PERIOD-END-FLAGS; EVERY OTHER RUN LEAVES THEM *
006888*    BLANK.                                                      *
006890*----------------------------------------------------------------*
006900 9000-WRITE-AUDIT-RECORD.
006910     OPEN I-O AUDIT-FILE
006920     IF WS-AUDIT-FILE-STATUS = "05" OR WS-AUDIT-FILE-STATUS = "35"
006930         CLOSE AUDIT-FILE
006940         OPEN OUTPUT AUDIT-FILE
007030     MOVE WS-ELAPSED-SECONDS TO AUD-ELAPSED-SECONDS
007035     MOVE WS-RUN-MODE    TO AUD-RUN-MODE
007040     MOVE SPACES         TO AUD-RESERVED
007040     IF WS-MODE-PERIOD-END AND WS-PERIOD-END-DATE
007040         MOVE WS-CAL-PERIOD-END-FLAGS TO AUD-PERIOD-END-FLAGS
007040     ELSE
007040         MOVE SPACES TO AUD-PERIOD-END-FLAGS
007040     END-IF
007040     EVALUATE TRUE
007040         WHEN WS-STEP-BYPASSED
007040             SET AUD-STEP-BYPASSED TO TRUE
007040         WHEN WS-STEP-HELD
007040             SET AUD-STEP-HELD TO TRUE
007040         WHEN OTHER
007040             MOVE SPACE TO AUD-STEP-DISPOSITION
007040     END-EVALUATE
007050     WRITE AUDIT-RECORD
007050         INVALID KEY
007051             CONTINUE
007051     END-WRITE
007052     MOVE "AUDITLOG" TO FSTAT-DD-NAME
007053     MOVE "WRITE   " TO FSTAT-OPERATION
007054     MOVE WS-AUDIT-FILE-STATUS TO FSTAT-FILE-STATUS
