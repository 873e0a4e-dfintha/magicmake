000010******************************************************************
000020* PROGRAM-ID : STEPSVC                                          *
000030* AUTHOR     : D. L. FENWICK                                    *
000040* INSTALLATION : SHOP BATCH SUPPORT SECTION                      *
000050* DATE-WRITTEN  : 2026-10-15                                     *
000060*                                                                *
000070* SHARED STEP-SERVICES SUBROUTINE, BUILT ON THE COBHELLO AND    *
000080* COBFSTAT PATTERN: THE START-UP AND TERMINATION HOUSEKEEPING   *
000090* STEP010 DOES FOR ITSELF, PACKAGED SO EVERY OTHER STEP IN THE  *
000100* CHAIN REPORTS INTO THE SAME AUDIT, CHECKPOINT, AND ALERT      *
000110* FILES AND BEHAVES THE SAME WAY ON A RESTART, A RERUN OF A     *
000120* PRIOR DATE, OR A NO-PROCESSING DAY.                           *
000130*                                                                *
000140* THE CALLER PASSES ITS STEP-SVC-AREA (SEE COPYBOOK STEPSVC)    *
000150* WITH SVC-FUNCTION SET TO PROLOGUE AT START-UP AND TO          *
000160* EPILOGUE AT TERMINATION:                                      *
000170*   PROLOGUE - JOB-HEADER STAMPING, RUN-MODE CARD WITH THE      *
000180*              BUSINESS-DATE AND CYCLE-NUMBER OVERRIDES, RUN-ID *
000187*              BUILD, PROCESSING-CALENDAR CHECK, CHECKPOINT     *
000195*              SKIP CHECK, AND HOLD/BYPASS CHECK, AS IN STEP010 *
000202*              1000 THROUGH 1900.                               *
000210*   EPILOGUE - ELAPSED TIME, CHECKPOINT WRITE, AUDIT WRITE, AND *
000220*              ALERT WRITE, AS IN STEP010 6000 THROUGH 9000.    *
000230* THE NO-PROCESSING AND ALREADY-COMPLETE NOTICES GO TO THE      *
000240* CONSOLE THROUGH COBHELLO FROM HERE; EVERYTHING ELSE ON THE    *
000250* CONSOLE AND THE SYSOUT REPORT IS THE CALLER'S BUSINESS.  THE  *
000260* DAY-STATE FILE IS NOT TOUCHED - OPENING AND CLOSING THE       *
000270* BUSINESS DAY REMAINS STEP010'S JOB ALONE.                     *
000280*------------------------------------------------------------------
000290* MOD HISTORY                                                    *
000300*   2026-10-15  DLF  INITIAL VERSION.                            *
000301*   2026-10-15  DLF  THE PROLOGUE CHECKS THE STEP HOLD/BYPASS    *
000302*                    CONTROL FILE THROUGH HOLDCHK.  A HELD STEP  *
000303*                    POSTS RC 6 WITH NO CHECKPOINT; A BYPASSED   *
000305*                    STEP POSTS RC 0 AND LEAVES A BYPASS         *
000306*                    CHECKPOINT.  BOTH RAISE A WARNING ALERT     *
000307*                    NAMING THE OPERATOR AND REASON AND MARK     *
000308*                    THEIR AUDIT RECORD.                         *
000308*   2026-10-15  DLF  THE AUDIT RECORD'S PERIOD-END FLAGS ARE     *
000309*                    LEFT BLANK - ONLY STEP010'S PERIOD-END RUN  *
000309*                    STAMPS THEM.                                *
000309*   2026-10-15  DLF  THE AUDIT LOG AND CHECKPOINT FILE ARE NOW   *
000309*                    INDEXED.  THE PROLOGUE READS THE CHECKPOINT *
000309*                    BY KEY; THE EPILOGUE OPENS BOTH FILES I-O,  *
000309*                    AND A CHECKPOINT KEY ALREADY ON FILE IS     *
000309*                    REPLACED (A BYPASS NEVER REPLACES A         *
000309*                    COMPLETION).                                *
000309*   2026-10-15  DLF  ADDED THE ENTITY CODE FROM PARMCARD.  IT    *
000309*                    ENDS THE RUN-ID, SELECTS THE ENTITY'S OWN   *
000309*                    CALENDAR RECORDS, AND IS STAMPED ON THE     *
000309*                    ALERT RECORD.                               *
000309*   2026-10-15  DLF  THE HOLD/BYPASS LOOKUP PASSES THE RUN'S     *
000309*                    ENTITY, SO ONLY THAT ENTITY'S INSTRUCTIONS  *
000309*                    APPLY.                                      *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.    STEPSVC.
000340 AUTHOR.        D. L. FENWICK.
000350 INSTALLATION.  SHOP BATCH SUPPORT SECTION.
000360 DATE-WRITTEN.  2026-10-15.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PARM-FILE
000430         ASSIGN TO "PARMCARD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PARM-FILE-STATUS.
000460
000470     SELECT CAL-FILE
000480         ASSIGN TO "CALFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CAL-FILE-STATUS.
000510
000520     SELECT CKPT-FILE
000530         ASSIGN TO "CKPTFILE"
000535         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000545         RECORD KEY IS CKPT-KEY
000550         FILE STATUS IS WS-CKPT-FILE-STATUS.
000560
000570     SELECT AUDIT-FILE
000580         ASSIGN TO "AUDITLOG"
000585         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000595         RECORD KEY IS AUD-KEY
000600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000610
000620     SELECT ALERT-FILE
000630         ASSIGN TO "ALERTFIL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ALERT-FILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690*----------------------------------------------------------------*
000700*    RUN-MODE / LANGUAGE CONTROL CARD.                          *
000710*----------------------------------------------------------------*
000720 FD  PARM-FILE
000730     RECORDING MODE IS F.
000740     COPY PARMCARD.
000750
000760*----------------------------------------------------------------*
000770*    PROCESSING CALENDAR CONTROL FILE.  ONE RECORD PER DATE     *
000780*    WITH A DAY-TYPE CODE - SEE COPYBOOK CALREC.                *
000790*----------------------------------------------------------------*
000800 FD  CAL-FILE
000810     RECORDING MODE IS F.
000820     COPY CALREC.
000830
000840*----------------------------------------------------------------*
000848*    CHECKPOINT FILE, KEYED ON RUN-ID, STEP, AND RUN MODE.      *
000856*    READ BY KEY BY THE PROLOGUE TO SEE IF THE STEP ALREADY     *
000864*    COMPLETED FOR THIS RUN-ID AND MODE, THEN WRITTEN BY THE    *
000872*    EPILOGUE WITH THE COMPLETION (OR BYPASS) RECORD.           *
000880*----------------------------------------------------------------*
000895 FD  CKPT-FILE.
000910     COPY CKPTREC.
000920
000930*----------------------------------------------------------------*
000937*    AUDIT-LOG FILE, KEYED ON RUN-ID, PROGRAM, AND START        *
000945*    TIMESTAMP.  OPENED I-O SO EACH EXECUTION ADDS ITS OWN      *
000952*    RECORD WITHOUT DISTURBING PRIOR RUNS.                      *
000960*----------------------------------------------------------------*
000975 FD  AUDIT-FILE.
000990     COPY AUDITREC.
001000
001010*----------------------------------------------------------------*
001020*    OPERATOR ALERT INTERFACE FILE.  OPENED EXTEND SO EVERY     *
001030*    FAILURE AND ABEND-NOTICE APPENDS ITS OWN RECORD FOR THE    *
001040*    AUTOMATION PACKAGE TO PICK UP.                             *
001050*----------------------------------------------------------------*
001060 FD  ALERT-FILE
001070     RECORDING MODE IS F.
001080     COPY ALERTREC.
001090
001100 WORKING-STORAGE SECTION.
001110*----------------------------------------------------------------*
001120*    PARAMETER AREA USED TO CALL THE SHARED COBHELLO BANNER     *
001130*    SUBROUTINE.                                                *
001140*----------------------------------------------------------------*
001150 COPY BANNERMSG.
001160
001170*----------------------------------------------------------------*
001180*    PARAMETER AREA USED TO ROUTE FILE STATUS CODES THROUGH    *
001190*    THE SHARED COBFSTAT HANDLER (SEE 9800-CHECK-FILE-STATUS). *
001200*----------------------------------------------------------------*
001210 COPY FSTATMSG.
001220
001221*----------------------------------------------------------------*
001222*    PARAMETER AREA FOR THE SHARED HOLDCHK HOLD/BYPASS LOOKUP   *
001224*    (SEE 1900-CHECK-HOLD-FILE).                                *
001225*----------------------------------------------------------------*
001227 COPY HOLDCHK.
001228
001230*----------------------------------------------------------------*
001240*    FILE STATUS WORK AREAS.                                    *
001250*----------------------------------------------------------------*
001260 77  WS-PARM-FILE-STATUS          PIC X(02) VALUE "00".
001270 77  WS-CAL-FILE-STATUS           PIC X(02) VALUE "00".
001280 77  WS-CKPT-FILE-STATUS          PIC X(02) VALUE "00".
001290 77  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".
001300 77  WS-ALERT-FILE-STATUS         PIC X(02) VALUE "00".
001310
001320*----------------------------------------------------------------*
001330*    SWITCHES.                                                  *
001340*----------------------------------------------------------------*
001350 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
001360     88  WS-EOF                       VALUE "Y".
001370 77  WS-LENGTH-FOUND-SWITCH       PIC X(01) VALUE "N".
001380     88  WS-LENGTH-FOUND              VALUE "Y".
001390
001400*----------------------------------------------------------------*
001410*    CONSOLE NOTICE BUILD AREA AND BANNER-LENGTH TRIM WORK      *
001420*    AREA, AS IN THE OTHER CALLERS OF COBHELLO.                 *
001430*----------------------------------------------------------------*
001440 01  WS-NOTICE-LINE               PIC X(80) VALUE SPACES.
001450 77  WS-BANNER-ACTUAL-LENGTH      PIC 9(04) VALUE ZERO.
001460
001470*----------------------------------------------------------------*
001480*    ELAPSED-TIME WORK AREAS.                                   *
001490*----------------------------------------------------------------*
001500 77  WS-START-SECS                PIC 9(05) VALUE ZERO.
001510 77  WS-END-SECS                  PIC 9(05) VALUE ZERO.
001520 77  WS-HH                        PIC 9(02) VALUE ZERO.
001530 77  WS-MM                        PIC 9(02) VALUE ZERO.
001540 77  WS-SS                        PIC 9(02) VALUE ZERO.
001550
001560*----------------------------------------------------------------*
001570*    MISCELLANEOUS NUMERIC/DATE WORK AREAS.                     *
001580*----------------------------------------------------------------*
001590 77  WS-SYSDATE                   PIC 9(06) VALUE ZERO.
001600 77  WS-SYSTIME                   PIC 9(08) VALUE ZERO.
001610
001620 LINKAGE SECTION.
001630 COPY STEPSVC.
001640
001650******************************************************************
001660* 0000-MAINLINE                                                  *
001670*    DISPATCHES ON THE REQUESTED FUNCTION.  AN UNKNOWN FUNCTION *
001680*    CODE IS A PROGRAMMING ERROR IN THE CALLER AND POSTS RC 16. *
001690******************************************************************
001700 PROCEDURE DIVISION USING STEP-SVC-AREA.
001710
001720 0000-MAINLINE.
001730     EVALUATE TRUE
001740         WHEN SVC-FUNCTION-PROLOGUE
001750             PERFORM 1000-PROLOGUE THRU 1000-EXIT
001760         WHEN SVC-FUNCTION-EPILOGUE
001770             PERFORM 5000-EPILOGUE THRU 5000-EXIT
001780         WHEN OTHER
001790             MOVE "STEPSVC CALLED WITH AN UNKNOWN FUNCTION CODE"
001800                 TO SVC-LAST-IO-ERROR
001810             MOVE 16 TO SVC-RETURN-CODE
001820     END-EVALUATE
001830     GOBACK.
001840
001850*----------------------------------------------------------------*
001860* 1000-PROLOGUE                                                  *
001870*    START-UP SERVICES, IN STEP010'S ORDER: HEADER, RUN-MODE    *
001880*    CARD AND OVERRIDES, CALENDAR, CHECKPOINT.  A NO-PROCESSING *
001890*    DAY IS DECIDED BEFORE THE CHECKPOINT IS LOOKED AT, AND AN  *
001894*    ABEND-NOTICE RUN NEVER CONSULTS THE CALENDAR.  THE HOLD    *
001898*    FILE IS CONSULTED LAST, AND ONLY BY A RUN THAT WOULD       *
001902*    OTHERWISE PROCEED - THERE IS NOTHING TO HOLD ON A DAY THE  *
001906*    CALENDAR STANDS DOWN OR FOR A STEP ALREADY COMPLETE.       *
001910*----------------------------------------------------------------*
001920 1000-PROLOGUE.
001930     PERFORM 1100-STAMP-JOB-HEADER THRU 1100-EXIT
001940     PERFORM 1200-DETERMINE-RUN-MODE THRU 1200-EXIT
001950     IF NOT SVC-MODE-ABEND-NOTICE
001960         PERFORM 1300-CHECK-PROCESSING-CALENDAR THRU 1300-EXIT
001970     END-IF
001980     IF SVC-NO-PROCESSING-DAY
001990         PERFORM 1800-NO-PROCESSING-NOTICE THRU 1800-EXIT
002000         GO TO 1000-EXIT
002010     END-IF
002020     PERFORM 1500-CHECK-CHECKPOINT THRU 1500-EXIT
002030     IF SVC-ALREADY-COMPLETE
002040         PERFORM 1600-ALREADY-COMPLETE THRU 1600-EXIT
002043     END-IF
002046     IF SVC-PROCEED AND NOT SVC-MODE-ABEND-NOTICE
002050         AND SVC-RETURN-CODE < 8
002053         PERFORM 1900-CHECK-HOLD-FILE THRU 1900-EXIT
002056     END-IF.
002060 1000-EXIT.
002070     EXIT.
002080
002090*----------------------------------------------------------------*
002100* 1100-STAMP-JOB-HEADER                                          *
002110*    STAMPS THE RUN DATE AND TIME AND THE DEFAULT RUN-ID (TODAY *
002120*    PLUS CYCLE 00, ENTITY 0000), CAPTURES THE START TIME, AND  *
002130*    RESETS THE OUTPUT FIELDS OF THE AREA.                      *
002140*----------------------------------------------------------------*
002150 1100-STAMP-JOB-HEADER.
002160     ACCEPT WS-SYSDATE FROM DATE
002170     ACCEPT WS-SYSTIME FROM TIME
002180     MOVE "20"         TO SVC-RUN-DATE(1:2)
002190     MOVE WS-SYSDATE   TO SVC-RUN-DATE(3:6)
002200     MOVE WS-SYSTIME   TO SVC-RUN-TIME
002210     MOVE "00"         TO SVC-CYCLE-NUMBER
002215     MOVE "0000"       TO SVC-ENTITY-CODE
002220     PERFORM 1220-BUILD-RUN-ID THRU 1220-EXIT
002230     MOVE WS-SYSTIME   TO SVC-START-TIME
002240     MOVE ZERO         TO SVC-END-TIME
002250     MOVE ZERO         TO SVC-ELAPSED-SECONDS
002260     MOVE "EN"         TO SVC-LANGUAGE-CODE
002270     SET SVC-PROCEED   TO TRUE
002280     MOVE SPACE        TO SVC-ALERT-SEVERITY
002290     MOVE SPACES       TO SVC-ALERT-TEXT
002300     MOVE SPACES       TO SVC-LAST-IO-ERROR
002310     MOVE ZERO         TO SVC-RETURN-CODE.
002320 1100-EXIT.
002330     EXIT.
002340
002350*----------------------------------------------------------------*
002360* 1200-DETERMINE-RUN-MODE                                        *
002370*    READS THE RUN-MODE CARD.  A MISSING OR EMPTY CARD GIVES A  *
002380*    START-OF-DAY RUN FOR TODAY, CYCLE 00, AS IN STEP010.  THE  *
002388*    BUSINESS-DATE AND CYCLE-NUMBER OVERRIDES AND THE ENTITY    *
002396*    CODE ARE APPLIED AND THE RUN-ID REBUILT - A BLANK OR       *
002404*    NON-NUMERIC OVERRIDE, OR A BLANK ENTITY, LEAVES THE        *
002412*    DEFAULT IN PLACE.                                          *
002420*----------------------------------------------------------------*
002430 1200-DETERMINE-RUN-MODE.
002440     OPEN INPUT PARM-FILE
002450     IF WS-PARM-FILE-STATUS NOT = "00"
002460         MOVE "START-OF-DAY  "  TO PARM-RUN-MODE
002470         MOVE SVC-LANGUAGE-CODE TO PARM-LANGUAGE-CODE
002480         MOVE SPACES TO PARM-BUSINESS-DATE
002490         MOVE SPACES TO PARM-CYCLE-NUMBER
002495         MOVE SPACES TO PARM-ENTITY-CODE
002500     ELSE
002510         READ PARM-FILE
002520             AT END
002530                 MOVE "START-OF-DAY  "  TO PARM-RUN-MODE
002540                 MOVE SVC-LANGUAGE-CODE TO PARM-LANGUAGE-CODE
002550                 MOVE SPACES TO PARM-BUSINESS-DATE
002560                 MOVE SPACES TO PARM-CYCLE-NUMBER
002565                 MOVE SPACES TO PARM-ENTITY-CODE
002570         END-READ
002580         CLOSE PARM-FILE
002590     END-IF
002600     MOVE PARM-RUN-MODE TO SVC-RUN-MODE
002610     IF PARM-LANGUAGE-CODE NOT = SPACES
002620         MOVE PARM-LANGUAGE-CODE TO SVC-LANGUAGE-CODE
002630     END-IF
002640     IF PARM-BUSINESS-DATE NOT = SPACES
002650         AND PARM-BUSINESS-DATE IS NUMERIC
002660         MOVE PARM-BUSINESS-DATE TO SVC-RUN-DATE
002670     END-IF
002680     IF PARM-CYCLE-NUMBER NOT = SPACES
002690         AND PARM-CYCLE-NUMBER IS NUMERIC
002700         MOVE PARM-CYCLE-NUMBER TO SVC-CYCLE-NUMBER
002710     END-IF
002712     IF PARM-ENTITY-CODE NOT = SPACES
002715         MOVE PARM-ENTITY-CODE TO SVC-ENTITY-CODE
002717     END-IF
002720     PERFORM 1220-BUILD-RUN-ID THRU 1220-EXIT.
002730 1200-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------------*
002770* 1220-BUILD-RUN-ID                                              *
002780*    RUN-ID = BUSINESS DATE PLUS CYCLE NUMBER PLUS ENTITY      *
002790*    CODE - THE SAME RUN-ID STEP010 BUILDS FOR THE SAME CARD,   *
002800*    SO EVERY STEP OF ONE NIGHT'S CHAIN SHARES ONE RUN-ID.      *
002810*----------------------------------------------------------------*
002820 1220-BUILD-RUN-ID.
002830     MOVE SPACES TO SVC-RUN-ID
002840     STRING SVC-RUN-DATE     DELIMITED BY SIZE
002850            SVC-CYCLE-NUMBER DELIMITED BY SIZE
002860            SVC-ENTITY-CODE  DELIMITED BY SIZE
002870            INTO SVC-RUN-ID
002880     END-STRING.
002890 1220-EXIT.
002900     EXIT.
002910
002920*----------------------------------------------------------------*
002930* 1300-CHECK-PROCESSING-CALENDAR                                 *
002940*    SCANS THE PROCESSING CALENDAR FOR THE BUSINESS DATE.  A    *
002950*    WEEKEND OR HOLIDAY RECORD MARKS A NO-PROCESSING DAY.  A    *
002960*    MISSING CALENDAR, OR A DATE NOT ON IT, LETS THE RUN        *
002970*    PROCEED; A HARD OPEN ERROR IS ROUTED THROUGH THE SHARED    *
002976*    HANDLER AND FAILS THE STEP, AS IN STEP010.  ONLY THE RUN'S *
002983*    OWN ENTITY'S RECORDS COUNT (BLANK IS THE HOME ENTITY 0000).*
002990*----------------------------------------------------------------*
003000 1300-CHECK-PROCESSING-CALENDAR.
003010     OPEN INPUT CAL-FILE
003020     IF WS-CAL-FILE-STATUS NOT = "00"
003030         IF WS-CAL-FILE-STATUS NOT = "05"
003040             AND WS-CAL-FILE-STATUS NOT = "35"
003050             MOVE "CALFILE " TO FSTAT-DD-NAME
003060             MOVE "OPEN    " TO FSTAT-OPERATION
003070             MOVE WS-CAL-FILE-STATUS TO FSTAT-FILE-STATUS
003080             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003090         END-IF
003100         GO TO 1300-EXIT
003110     END-IF
003120     MOVE "N" TO WS-EOF-SWITCH
003130     PERFORM 1310-READ-CAL-RECORD THRU 1310-EXIT
003140         UNTIL WS-EOF
003150     CLOSE CAL-FILE.
003160 1300-EXIT.
003170     EXIT.
003180
003190 1310-READ-CAL-RECORD.
003200     READ CAL-FILE
003210         AT END
003220             SET WS-EOF TO TRUE
003230         NOT AT END
003240             IF CAL-DATE = SVC-RUN-DATE
003242                 AND (CAL-ENTITY-CODE = SVC-ENTITY-CODE
003245                     OR (CAL-ENTITY-CODE = SPACES
003247                         AND SVC-ENTITY-CODE = "0000"))
003250                 IF NOT CAL-PROCESSING-DAY
003260                     SET SVC-NO-PROCESSING-DAY TO TRUE
003270                 END-IF
003280                 SET WS-EOF TO TRUE
003290             END-IF
003300     END-READ.
003310 1310-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------------*
003350* 1500-CHECK-CHECKPOINT                                          *
003360*    READS THE CHECKPOINT FILE BY KEY FOR A COMPLETE RECORD     *
003370*    FOR THE RUN-ID, THE CALLING STEP, AND THE RUN MODE.  A     *
003380*    FILE THAT DOES NOT EXIST YET, OR NO RECORD FOR THE KEY, IS *
003390*    THE FIRST RUN, NOT AN ERROR.                               *
003400*----------------------------------------------------------------*
003410 1500-CHECK-CHECKPOINT.
003420     OPEN INPUT CKPT-FILE
003430     EVALUATE TRUE
003440         WHEN WS-CKPT-FILE-STATUS = "00"
003460             PERFORM 1510-READ-CKPT-RECORD THRU 1510-EXIT
003480             CLOSE CKPT-FILE
003490         WHEN WS-CKPT-FILE-STATUS = "05"
003500             OR WS-CKPT-FILE-STATUS = "35"
003510             CONTINUE
003520         WHEN OTHER
003530             MOVE "CKPTFILE" TO FSTAT-DD-NAME
003540             MOVE "OPEN    " TO FSTAT-OPERATION
003550             MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
003560             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003570     END-EVALUATE.
003580 1500-EXIT.
003590     EXIT.
003600
003610 1510-READ-CKPT-RECORD.
003612     MOVE SVC-RUN-ID    TO CKPT-RUN-ID
003615     MOVE SVC-STEP-NAME TO CKPT-STEP-NAME
003617     MOVE SVC-RUN-MODE  TO CKPT-RUN-MODE
003620     READ CKPT-FILE
003636         INVALID KEY
003652             CONTINUE
003668         NOT INVALID KEY
003684             IF CKPT-STEP-COMPLETE
003700                 SET SVC-ALREADY-COMPLETE TO TRUE
003710             END-IF
003712     END-READ
003714     IF WS-CKPT-FILE-STATUS NOT = "00"
003716         AND WS-CKPT-FILE-STATUS NOT = "23"
003718         MOVE "CKPTFILE" TO FSTAT-DD-NAME
003721         MOVE "READ    " TO FSTAT-OPERATION
003723         MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
003725         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003727     END-IF.
003730 1510-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------------*
003770* 1600-ALREADY-COMPLETE                                          *
003780*    THE CHECKPOINT ALREADY SHOWS THE STEP COMPLETE FOR THIS    *
003790*    RUN-ID AND MODE.  SAY SO ON THE CONSOLE; THE RETURN CODE   *
003800*    STAYS AT ZERO.                                             *
003810*----------------------------------------------------------------*
003820 1600-ALREADY-COMPLETE.
003830     MOVE SPACES TO WS-NOTICE-LINE
003840     STRING SVC-STEP-NAME DELIMITED BY SPACE
003850            " ALREADY COMPLETE FOR RUN-ID " DELIMITED BY SIZE
003860            SVC-RUN-ID DELIMITED BY SIZE
003870            " - SKIPPING" DELIMITED BY SIZE
003880            INTO WS-NOTICE-LINE
003890     END-STRING
003900     PERFORM 1700-SOUND-NOTICE THRU 1700-EXIT.
003910 1600-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------------*
003950* 1700-SOUND-NOTICE                                              *
003960*    TRIMS TRAILING SPACES OFF THE NOTICE LINE AND ANNOUNCES IT *
003970*    ON THE CONSOLE THROUGH COBHELLO.                           *
003980*----------------------------------------------------------------*
003990 1700-SOUND-NOTICE.
004000     MOVE WS-NOTICE-LINE TO BANNER-MSG-TEXT
004010     MOVE 80 TO WS-BANNER-ACTUAL-LENGTH
004020     MOVE "N" TO WS-LENGTH-FOUND-SWITCH
004030     PERFORM 1710-BACK-UP-ONE-BYTE THRU 1710-EXIT
004040         UNTIL WS-LENGTH-FOUND OR WS-BANNER-ACTUAL-LENGTH = 0
004050     MOVE WS-BANNER-ACTUAL-LENGTH TO BANNER-MSG-LENGTH
004060     CALL "COBHELLO" USING BANNER-MSG-AREA.
004070 1700-EXIT.
004080     EXIT.
004090
004100 1710-BACK-UP-ONE-BYTE.
004110     IF BANNER-MSG-TEXT(WS-BANNER-ACTUAL-LENGTH:1) NOT = SPACE
004120         SET WS-LENGTH-FOUND TO TRUE
004130     ELSE
004140         SUBTRACT 1 FROM WS-BANNER-ACTUAL-LENGTH
004150     END-IF.
004160 1710-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------*
004200* 1800-NO-PROCESSING-NOTICE                                      *
004210*    THE CALENDAR SAYS NO BUSINESS PROCESSING RUNS ON THIS      *
004220*    DATE.  ANNOUNCE IT AND POST THE DISTINCT RETURN CODE 2.    *
004230*    NO CHECKPOINT WILL BE WRITTEN: THE NEXT REAL BUSINESS DAY  *
004240*    MUST NOT FIND ITSELF ALREADY COMPLETE.                     *
004250*----------------------------------------------------------------*
004260 1800-NO-PROCESSING-NOTICE.
004270     MOVE SPACES TO WS-NOTICE-LINE
004280     STRING SVC-STEP-NAME DELIMITED BY SPACE
004290            " - NO PROCESSING IS SCHEDULED FOR " DELIMITED BY SIZE
004300            SVC-RUN-DATE DELIMITED BY SIZE
004310            INTO WS-NOTICE-LINE
004320     END-STRING
004330     PERFORM 1700-SOUND-NOTICE THRU 1700-EXIT
004340     IF SVC-RETURN-CODE < 2
004350         MOVE 2 TO SVC-RETURN-CODE
004360     END-IF.
004370 1800-EXIT.
004380     EXIT.
004380
004380*----------------------------------------------------------------*
004380* 1900-CHECK-HOLD-FILE                                           *
004380*    ASKS HOLDCHK WHETHER THE OPERATORS HAVE HELD OR BYPASSED   *
004380*    THIS STEP FOR THE BUSINESS DATE AND THE RUN'S ENTITY.  A   *
004380*    HOLD FILE THAT CANNOT BE READ RAISES THE RETURN CODE,      *
004380*    WHICH KEEPS THE STEP FROM DOING ITS WORK - A STEP THAT MAY *
004380*    HAVE BEEN HELD MUST NOT RUN ON THE STRENGTH OF A FILE      *
004380*    NOBODY COULD READ.                                         *
004381*----------------------------------------------------------------*
004381 1900-CHECK-HOLD-FILE.
004381     MOVE SPACES        TO HOLD-CHECK-AREA
004381     MOVE SVC-STEP-NAME TO HCK-JOB-NAME
004381     MOVE SVC-RUN-ID    TO HCK-RUN-ID
004381     MOVE SVC-STEP-NAME TO HCK-STEP-NAME
004381     MOVE SVC-RUN-DATE  TO HCK-BUSINESS-DATE
004381     MOVE SVC-ENTITY-CODE TO HCK-ENTITY-CODE
004381     CALL "HOLDCHK" USING HOLD-CHECK-AREA
004381     IF HCK-RETURN-CODE NOT = ZERO
004382         IF HCK-RETURN-CODE > SVC-RETURN-CODE
004382             MOVE HCK-RETURN-CODE TO SVC-RETURN-CODE
004382         END-IF
004382         MOVE SPACES TO SVC-LAST-IO-ERROR
004382         STRING "HOLDFILE CHECK FAILED - " DELIMITED BY SIZE
004382                HCK-MESSAGE-TEXT           DELIMITED BY SIZE
004382                INTO SVC-LAST-IO-ERROR
004382         END-STRING
004382         GO TO 1900-EXIT
004383     END-IF
004383     IF HCK-STEP-HELD
004383         PERFORM 1910-STEP-HELD THRU 1910-EXIT
004383     END-IF
004383     IF HCK-STEP-BYPASSED
004383         PERFORM 1920-STEP-BYPASSED THRU 1920-EXIT
004383     END-IF.
004383 1900-EXIT.
004383     EXIT.
004384
004384*----------------------------------------------------------------*
004384* 1910-STEP-HELD                                                 *
004384*    THE STEP IS HELD.  ANNOUNCE IT, POST THE DISTINCT RETURN   *
004384*    CODE 6 THE NIGHTLY JCL STOPS THE REST OF THE CHAIN ON, AND *
004384*    QUEUE A WARNING ALERT FOR THE EPILOGUE NAMING THE          *
004384*    OPERATOR AND REASON.  NO CHECKPOINT WILL BE WRITTEN, SO    *
004384*    THE STEP IS STILL OUTSTANDING WHEN THE HOLD IS RELEASED.   *
004384*----------------------------------------------------------------*
004385 1910-STEP-HELD.
004385     SET SVC-STEP-HELD TO TRUE
004385     MOVE SPACES TO WS-NOTICE-LINE
004385     STRING SVC-STEP-NAME DELIMITED BY SPACE
004385            " HELD BY "   DELIMITED BY SIZE
004385            HCK-OPERATOR  DELIMITED BY SIZE
004385            " FOR "       DELIMITED BY SIZE
004385            SVC-RUN-DATE  DELIMITED BY SIZE
004385            " - "         DELIMITED BY SIZE
004386            HCK-REASON    DELIMITED BY SIZE
004386            INTO WS-NOTICE-LINE
004386     END-STRING
004386     PERFORM 1700-SOUND-NOTICE THRU 1700-EXIT
004386     MOVE "W" TO SVC-ALERT-SEVERITY
004386     MOVE WS-NOTICE-LINE TO SVC-ALERT-TEXT
004386     IF SVC-RETURN-CODE < 6
004386         MOVE 6 TO SVC-RETURN-CODE
004386     END-IF.
004387 1910-EXIT.
004387     EXIT.
004387
004387*----------------------------------------------------------------*
004387* 1920-STEP-BYPASSED                                             *
004387*    THE STEP IS BYPASSED.  ANNOUNCE IT AND QUEUE A WARNING     *
004387*    ALERT FOR THE EPILOGUE; THE RETURN CODE STAYS AT ZERO SO   *
004387*    THE CHAIN RUNS ON, AND THE EPILOGUE LEAVES THE BYPASS      *
004387*    CHECKPOINT AND AUDIT MARKER THE MONITORS LOOK FOR.         *
004388*----------------------------------------------------------------*
004388 1920-STEP-BYPASSED.
004388     SET SVC-STEP-BYPASSED TO TRUE
004388     MOVE SPACES TO WS-NOTICE-LINE
004388     STRING SVC-STEP-NAME DELIMITED BY SPACE
004388            " BYPASSED BY " DELIMITED BY SIZE
004388            HCK-OPERATOR  DELIMITED BY SIZE
004388            " FOR "       DELIMITED BY SIZE
004388            SVC-RUN-DATE  DELIMITED BY SIZE
004389            " - "         DELIMITED BY SIZE
004389            HCK-REASON    DELIMITED BY SIZE
004389            INTO WS-NOTICE-LINE
004389     END-STRING
004389     PERFORM 1700-SOUND-NOTICE THRU 1700-EXIT
004389     MOVE "W" TO SVC-ALERT-SEVERITY
004389     MOVE WS-NOTICE-LINE TO SVC-ALERT-TEXT.
004389 1920-EXIT.
004389     EXIT.
004390
004400*----------------------------------------------------------------*
004410* 5000-EPILOGUE                                                  *
004420*    TERMINATION SERVICES, IN STEP010'S ORDER: CHECKPOINT (A    *
004430*    RUN THAT PROCEEDED AND ENDED BELOW RC 8 - THE CODE THE     *
004436*    NIGHTLY JCL STOPS THE CHAIN ON - OR A BYPASSED RUN THAT    *
004443*    HAS NOT FAILED SINCE), ELAPSED TIME, AUDIT                 *
004450*    RECORD (ALWAYS), THEN THE ALERT.  A FILE FAILURE IN THE    *
004460*    CHECKPOINT OR AUDIT WRITE RAISES THE RETURN CODE AND SO    *
004470*    STILL REACHES THE CRITICAL ALERT.                          *
004480*----------------------------------------------------------------*
004490 5000-EPILOGUE.
004496     IF (SVC-PROCEED OR SVC-STEP-BYPASSED)
004503         AND SVC-RETURN-CODE < 8
004510         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
004520     END-IF
004530     PERFORM 8000-COMPUTE-ELAPSED-TIME THRU 8000-EXIT
004540     PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
004550     EVALUATE TRUE
004560         WHEN SVC-ALERT-SEVERITY NOT = SPACE
004570             PERFORM 7000-WRITE-ALERT-RECORD THRU 7000-EXIT
004580         WHEN SVC-RETURN-CODE > 2
004590             PERFORM 7200-FILE-FAILURE-ALERT THRU 7200-EXIT
004600         WHEN SVC-MODE-ABEND-NOTICE
004610             PERFORM 7100-ABEND-NOTICE-ALERT THRU 7100-EXIT
004620         WHEN OTHER
004630             CONTINUE
004640     END-EVALUATE.
004650 5000-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------*
004690* 6000-WRITE-CHECKPOINT                                          *
004700*    RECORDS THAT THE STEP COMPLETED FOR THIS RUN-ID AND MODE   *
004706*    SO A RESTART OF THE CHAIN CAN SKIP IT NEXT TIME - OR, FOR  *
004710*    A BYPASSED RUN, THAT IT WAS DELIBERATELY SKIPPED.  A KEY   *
004715*    ALREADY ON FILE IS REPLACED BY 6010.                       *
004720*----------------------------------------------------------------*
004730 6000-WRITE-CHECKPOINT.
004740     OPEN I-O CKPT-FILE
004750     IF WS-CKPT-FILE-STATUS = "05" OR WS-CKPT-FILE-STATUS = "35"
004760         CLOSE CKPT-FILE
004770         OPEN OUTPUT CKPT-FILE
004780     END-IF
004790     MOVE "CKPTFILE" TO FSTAT-DD-NAME
004800     MOVE "OPEN    " TO FSTAT-OPERATION
004810     MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
004820     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
004830     IF FSTAT-RETURN-CODE NOT = ZERO
004840         GO TO 6000-EXIT
004850     END-IF
004860     MOVE SVC-RUN-ID        TO CKPT-RUN-ID
004870     MOVE SVC-STEP-NAME     TO CKPT-STEP-NAME
004880     MOVE SVC-RUN-MODE      TO CKPT-RUN-MODE
004883     IF SVC-STEP-BYPASSED
004886         SET CKPT-STEP-BYPASSED TO TRUE
004890     ELSE
004893         SET CKPT-STEP-COMPLETE TO TRUE
004896     END-IF
004900     MOVE SVC-RUN-DATE      TO CKPT-TIMESTAMP(1:8)
004910     MOVE SVC-RUN-TIME      TO CKPT-TIMESTAMP(9:6)
004920     WRITE CHECKPOINT-RECORD
004924         INVALID KEY
004928             CONTINUE
004932     END-WRITE
004936     IF WS-CKPT-FILE-STATUS = "22"
004940         PERFORM 6010-REPLACE-CHECKPOINT THRU 6010-EXIT
004945     ELSE
004949         MOVE "CKPTFILE" TO FSTAT-DD-NAME
004953         MOVE "WRITE   " TO FSTAT-OPERATION
004957         MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
004961         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
004965     END-IF
004970     CLOSE CKPT-FILE
004980     MOVE "CKPTFILE" TO FSTAT-DD-NAME
004990     MOVE "CLOSE   " TO FSTAT-OPERATION
005000     MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
005010     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
005020 6000-EXIT.
005020     EXIT.
005020
005020*----------------------------------------------------------------*
005021* 6010-REPLACE-CHECKPOINT                                        *
005021*    THE RUN-ID, STEP, AND MODE ARE ALREADY ON FILE.  A         *
005021*    COMPLETION REPLACES WHATEVER IS THERE; A BYPASS REPLACES   *
005021*    ONLY AN EARLIER BYPASS, NEVER A COMPLETION.                *
005022*----------------------------------------------------------------*
005022 6010-REPLACE-CHECKPOINT.
005022     IF SVC-STEP-BYPASSED
005023         READ CKPT-FILE
005023             INVALID KEY
005023                 CONTINUE
005023         END-READ
005024         MOVE "CKPTFILE" TO FSTAT-DD-NAME
005024         MOVE "READ    " TO FSTAT-OPERATION
005024         MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
005025         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005025         IF FSTAT-RETURN-CODE NOT = ZERO
005025             OR CKPT-STEP-COMPLETE
005025             GO TO 6010-EXIT
005026         END-IF
005026         SET CKPT-STEP-BYPASSED TO TRUE
005026         MOVE SVC-RUN-DATE TO CKPT-TIMESTAMP(1:8)
005026         MOVE SVC-RUN-TIME TO CKPT-TIMESTAMP(9:6)
005027     END-IF
005027     REWRITE CHECKPOINT-RECORD
005027         INVALID KEY
005028             CONTINUE
005028     END-REWRITE
005028     MOVE "CKPTFILE" TO FSTAT-DD-NAME
005028     MOVE "REWRITE " TO FSTAT-OPERATION
005029     MOVE WS-CKPT-FILE-STATUS TO FSTAT-FILE-STATUS
005029     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
005029 6010-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------*
005060* 7000-WRITE-ALERT-RECORD                                        *
005070*    APPENDS ONE RECORD TO THE OPERATOR ALERT INTERFACE FILE    *
005080*    FROM THE JOB HEADER FIELDS AND THE SEVERITY AND TEXT IN    *
005090*    THE AREA, STAMPED WITH THE STEP'S RETURN CODE.             *
005100*----------------------------------------------------------------*
005110 7000-WRITE-ALERT-RECORD.
005120     OPEN EXTEND ALERT-FILE
005130     IF WS-ALERT-FILE-STATUS = "05"
005140         OR WS-ALERT-FILE-STATUS = "35"
005150         CLOSE ALERT-FILE
005160         OPEN OUTPUT ALERT-FILE
005170     END-IF
005180     MOVE "ALERTFIL" TO FSTAT-DD-NAME
005190     MOVE "OPEN    " TO FSTAT-OPERATION
005200     MOVE WS-ALERT-FILE-STATUS TO FSTAT-FILE-STATUS
005210     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005220     IF FSTAT-RETURN-CODE NOT = ZERO
005230         GO TO 7000-EXIT
005240     END-IF
005250     MOVE SVC-STEP-NAME       TO ALR-JOB-NAME
005260     MOVE SVC-RUN-ID          TO ALR-RUN-ID
005270     MOVE SVC-RUN-DATE        TO ALR-RUN-DATE
005280     MOVE SVC-RUN-TIME        TO ALR-RUN-TIME
005290     MOVE SVC-ALERT-SEVERITY  TO ALR-SEVERITY
005300     MOVE SVC-ALERT-TEXT      TO ALR-MESSAGE-TEXT
005310     MOVE SVC-RETURN-CODE     TO ALR-RETURN-CODE
005320     MOVE "O"                 TO ALR-STATUS
005330     MOVE SPACES              TO ALR-ACK-OPERATOR
005340     MOVE SPACES              TO ALR-ACK-TIMESTAMP
005345     MOVE SVC-ENTITY-CODE     TO ALR-ENTITY-CODE
005350     MOVE SPACES              TO ALR-RESERVED
005360     WRITE ALERT-RECORD
005370     MOVE "ALERTFIL" TO FSTAT-DD-NAME
005380     MOVE "WRITE   " TO FSTAT-OPERATION
005390     MOVE WS-ALERT-FILE-STATUS TO FSTAT-FILE-STATUS
005400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005410     CLOSE ALERT-FILE.
005420 7000-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------------*
005460* 7100-ABEND-NOTICE-ALERT                                        *
005470*    AN ABEND-NOTICE RUN BROADCASTS TO THE ALERT INTERFACE AS   *
005480*    A WARNING, NAMING THE STEP THAT CARRIED THE NOTICE.        *
005490*----------------------------------------------------------------*
005500 7100-ABEND-NOTICE-ALERT.
005510     MOVE "W" TO SVC-ALERT-SEVERITY
005520     MOVE SPACES TO SVC-ALERT-TEXT
005530     STRING SVC-STEP-NAME DELIMITED BY SPACE
005540            " - ABEND-NOTICE RUN FOR RUN-ID " DELIMITED BY SIZE
005550            SVC-RUN-ID DELIMITED BY SIZE
005560            INTO SVC-ALERT-TEXT
005570     END-STRING
005580     PERFORM 7000-WRITE-ALERT-RECORD THRU 7000-EXIT.
005590 7100-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------------*
005630* 7200-FILE-FAILURE-ALERT                                        *
005640*    THE STEP ENDED ABOVE RC 2 AND DID NOT RAISE ITS OWN ALERT. *
005650*    EVERY FAILURE PATH MUST RAISE ONE - THE TEXT IS THE LAST   *
005660*    FILE FAILURE SEEN, OR A GENERIC LINE WHEN THERE WAS NONE.  *
005670*----------------------------------------------------------------*
005680 7200-FILE-FAILURE-ALERT.
005690     MOVE "C" TO SVC-ALERT-SEVERITY
005700     IF SVC-LAST-IO-ERROR NOT = SPACES
005710         MOVE SVC-LAST-IO-ERROR TO SVC-ALERT-TEXT
005720     ELSE
005730         MOVE "STEP ENDED WITH A FILE OPERATION FAILURE"
005740             TO SVC-ALERT-TEXT
005750     END-IF
005760     PERFORM 7000-WRITE-ALERT-RECORD THRU 7000-EXIT.
005770 7200-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------------*
005810* 8000-COMPUTE-ELAPSED-TIME                                      *
005820*    ELAPSED SECONDS FROM THE PROLOGUE'S START TIME TO NOW,     *
005830*    ALLOWING FOR A RUN THAT CROSSES MIDNIGHT.                  *
005840*----------------------------------------------------------------*
005850 8000-COMPUTE-ELAPSED-TIME.
005860     ACCEPT SVC-END-TIME FROM TIME
005870     MOVE SVC-START-TIME(1:2) TO WS-HH
005880     MOVE SVC-START-TIME(3:2) TO WS-MM
005890     MOVE SVC-START-TIME(5:2) TO WS-SS
005900     COMPUTE WS-START-SECS = (WS-HH * 3600) + (WS-MM * 60) + WS-SS
005910     MOVE SVC-END-TIME(1:2) TO WS-HH
005920     MOVE SVC-END-TIME(3:2) TO WS-MM
005930     MOVE SVC-END-TIME(5:2) TO WS-SS
005940     COMPUTE WS-END-SECS = (WS-HH * 3600) + (WS-MM * 60) + WS-SS
005950     IF WS-END-SECS < WS-START-SECS
005960         COMPUTE SVC-ELAPSED-SECONDS =
005970             WS-END-SECS + 86400 - WS-START-SECS
005980     ELSE
005990         COMPUTE SVC-ELAPSED-SECONDS =
006000             WS-END-SECS - WS-START-SECS
006010     END-IF.
006020 8000-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------*
006060* 9000-WRITE-AUDIT-RECORD                                        *
006068*    ADDS A RECORD TO THE AUDIT LOG WHATEVER THE OUTCOME -      *
006077*    COMPLETED, FAILED, SKIPPED ON THE CHECKPOINT, STOOD DOWN   *
006085*    BY THE CALENDAR, OR HELD OR BYPASSED ON THE HOLD FILE -    *
006092*    THE LAST TWO MARKED IN AUD-STEP-DISPOSITION.               *
006100*----------------------------------------------------------------*
006110 9000-WRITE-AUDIT-RECORD.
006120     OPEN I-O AUDIT-FILE
006130     IF WS-AUDIT-FILE-STATUS = "05" OR WS-AUDIT-FILE-STATUS = "35"
006140         CLOSE AUDIT-FILE
006150         OPEN OUTPUT AUDIT-FILE
006160     END-IF
006170     MOVE "AUDITLOG" TO FSTAT-DD-NAME
006180     MOVE "OPEN    " TO FSTAT-OPERATION
006190     MOVE WS-AUDIT-FILE-STATUS TO FSTAT-FILE-STATUS
006200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
006210     IF FSTAT-RETURN-CODE NOT = ZERO
006220         GO TO 9000-EXIT
006230     END-IF
006240     MOVE SVC-LOAD-MODULE     TO AUD-PROGRAM-ID
006250     MOVE SVC-RUN-ID          TO AUD-RUN-ID
006260     MOVE SVC-RUN-DATE        TO AUD-START-TIMESTAMP(1:8)
006270     MOVE SVC-RUN-TIME(1:6)   TO AUD-START-TIMESTAMP(9:6)
006280     MOVE SVC-RUN-DATE        TO AUD-END-TIMESTAMP(1:8)
006290     MOVE SVC-END-TIME(1:6)   TO AUD-END-TIMESTAMP(9:6)
006300     MOVE SVC-RETURN-CODE     TO AUD-RETURN-CODE
006310     MOVE SVC-ELAPSED-SECONDS TO AUD-ELAPSED-SECONDS
006320     MOVE SVC-RUN-MODE        TO AUD-RUN-MODE
006325     MOVE SPACES              TO AUD-PERIOD-END-FLAGS
006330     MOVE SPACES              TO AUD-RESERVED
006331     EVALUATE TRUE
006332         WHEN SVC-STEP-BYPASSED
006333             SET AUD-STEP-BYPASSED TO TRUE
006334         WHEN SVC-STEP-HELD
006335             SET AUD-STEP-HELD TO TRUE
006336         WHEN OTHER
006337             MOVE SPACE TO AUD-STEP-DISPOSITION
006338     END-EVALUATE
006340     WRITE AUDIT-RECORD
006342         INVALID KEY
006345             CONTINUE
006347     END-WRITE
006350     MOVE "AUDITLOG" TO FSTAT-DD-NAME
006360     MOVE "WRITE   " TO FSTAT-OPERATION
006370     MOVE WS-AUDIT-FILE-STATUS TO FSTAT-FILE-STATUS
006380     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
006390     CLOSE AUDIT-FILE
006400     MOVE "AUDITLOG" TO FSTAT-DD-NAME
006410     MOVE "CLOSE   " TO FSTAT-OPERATION
006420     MOVE WS-AUDIT-FILE-STATUS TO FSTAT-FILE-STATUS
006430     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
006440 9000-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------------*
006480* 9800-CHECK-FILE-STATUS                                         *
006490*    ROUTES A FILE STATUS THROUGH THE SHARED COBFSTAT HANDLER   *
006500*    UNDER THE CALLING STEP'S NAME AND RUN-ID.  THE CALLER OF   *
006510*    THIS PARAGRAPH SETS FSTAT-DD-NAME, FSTAT-OPERATION, AND    *
006520*    FSTAT-FILE-STATUS FIRST.  A HIGHER RECOMMENDED RETURN      *
006530*    CODE REPLACES THE STEP'S, AND A FAILURE IS KEPT FOR THE    *
006540*    CRITICAL ALERT.                                            *
006550*----------------------------------------------------------------*
006560 9800-CHECK-FILE-STATUS.
006570     MOVE SVC-STEP-NAME TO FSTAT-JOB-NAME
006580     MOVE SVC-RUN-ID    TO FSTAT-RUN-ID
006590     CALL "COBFSTAT" USING FSTAT-AREA
006600     IF FSTAT-RETURN-CODE > SVC-RETURN-CODE
006610         MOVE FSTAT-RETURN-CODE TO SVC-RETURN-CODE
006620     END-IF
006630     IF FSTAT-RETURN-CODE NOT = ZERO
006640         MOVE SPACES TO SVC-LAST-IO-ERROR
006650         STRING FSTAT-DD-NAME      DELIMITED BY SPACE
006660                " "                DELIMITED BY SIZE
006670                FSTAT-OPERATION    DELIMITED BY SPACE
006680                " FAILED - "       DELIMITED BY SIZE
006690                FSTAT-MESSAGE-TEXT DELIMITED BY SIZE
006700                INTO SVC-LAST-IO-ERROR
006710         END-STRING
006720     END-IF.
006730 9800-EXIT.
006740     EXIT.
