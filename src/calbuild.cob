000180* THE DAY NUMBER), B FOR EVERYTHING ELSE - TO THE REPLACEMENT   *
000190* DATASET, REJECTS DUPLICATE AND OUT-OF-YEAR HOLIDAY CARDS,     *
000200* AND PRINTS A PROOF REPORT OF EVERY NON-B DAY FOR SIGN-OFF.    *
000201* THE PERIOD-END FLAGS ARE DERIVED FROM THE FINISHED YEAR: THE  *
000203* LAST PROCESSING DAY OF EACH MONTH IS FLAGGED MONTH-END, THAT  *
000205* OF MARCH, JUNE, SEPTEMBER, AND DECEMBER ALSO QUARTER-END, AND *
000206* THAT OF DECEMBER ALSO YEAR-END; EVERY FLAGGED DAY IS ON THE   *
000208* PROOF REPORT.                                                 *
000210* THE FOLLOW-ON JCL STEP COPIES THE REPLACEMENT OVER THE LIVE   *
000212* FILE ONLY WHEN THE BUILD ENDED CLEAN.  A BUILD REQUIRES THE    *
000215* OPERATOR'S INITIALS ON THE CALBCARD, AND COMPARES THE NEW      *
000218* YEAR WITH THE LIVE CALENDAR: EVERY DATE THE COPY-BACK WILL     *
000221* ADD, CHANGE, OR DROP WRITES A CHANGE-JOURNAL RECORD (SEE       *
000224* COPYBOOK JRNLREC) TO THE JRNLNEW STAGING DATASET, WHICH THE    *
000227* JCL APPENDS TO THE JOURNAL ONCE THE COPY-BACK HAS RUN.         *
000227* THE CALENDAR CARRIES A YEAR PER ENTITY.  THE CALBCARD ENTITY   *
000228* CODE (BLANK IS THE HOME ENTITY 0000) NAMES THE ONE A BUILD     *
000228* REPLACES OR A VERIFY CHECKS; A BUILD CARRIES EVERY OTHER       *
000229* ENTITY'S RECORDS THROUGH TO THE REPLACEMENT UNCHANGED, AND     *
000229* JOURNALS ONLY ITS OWN ENTITY'S DATES.                          *
000230*                                                                *
000240* VERIFY: SCANS THE EXISTING CALENDAR FILE AND FLAGS EVERY GAP  *
000250* AND DUPLICATE BETWEEN ITS FIRST AND LAST DATES, AND A         *
000260* FORWARD-COVERAGE HORIZON (LAST DATE ON FILE MINUS TODAY)      *
000262* SHORTER THAN 90 DAYS, AND CHECKS THE PERIOD-END FLAGS - EACH  *
000264* COMPLETE MONTH MUST CARRY EXACTLY ONE MONTH-END FLAG, ON ITS  *
000266* LAST PROCESSING DAY, WITH THE QUARTER-END AND YEAR-END FLAGS  *
000268* WHERE DUE AND NOWHERE ELSE.  NOTHING IS WRITTEN - CALNEW IS   *
000271* NEVER OPENED - AND A CLEAN VERIFY POSTS RC 1, NEVER RC 0, SO  *
000273* THE COPY-BACK STEP IN THE JCL (CONDITIONED TO RUN ONLY ON RC  *
000275* 0) CANNOT COPY AN UNWRITTEN REPLACEMENT DATASET OVER THE LIVE *
000277* CALENDAR ON THE STRENGTH OF A HEALTHY VERIFY.                 *
000280*                                                                *
000290* RETURN CODES: 0 = BUILD CLEAN (COPY-BACK RUNS); 1 = VERIFY    *
000300* FOUND THE CALENDAR HEALTHY; 4 = BUILD COMPLETED BUT AT LEAST  *
000310* ONE HOLIDAY CARD WAS REJECTED; 8 = VERIFY FOUND GAPS,         *
000313* DUPLICATES, A SHORT HORIZON, OR A PERIOD-END FLAG FINDING;    *
000315* 16 = ENVIRONMENT FAILURE (INCLUDING A BUILD CARD WITH NO       *
000317* OPERATOR INITIALS).                                            *
000320*------------------------------------------------------------------
000330* MOD HISTORY                                                    *
000340*   2026-09-02  DLF  INITIAL VERSION.                            *
000344*                    RC 0 - RC 0 IS RESERVED FOR A CLEAN BUILD   *
000346*                    SO THE COPY-BACK CONDITION CAN NEVER FIRE   *
000348*                    ON A VERIFY RUN, WHICH WRITES NO CALNEW.    *
000348*   2026-10-15  DLF  ADDED THE MONTH-END, QUARTER-END, AND       *
000348*                    YEAR-END FLAGS - BUILD DERIVES THEM FROM    *
000348*                    THE LAST PROCESSING DAY OF EACH PERIOD AND  *
000348*                    VERIFY CHECKS THEM.  THE BUILD NOW GATHERS  *
000348*                    THE YEAR IN THE CALENDAR TABLE AND WRITES   *
000349*                    IT ONCE THE FLAGS ARE SET.                  *
000349*   2026-10-15  DLF  THE DAY OF WEEK IS NOW TAKEN AS A DIVIDE    *
000349*                    REMAINDER - THE COMPUTE FORM DID NOT        *
000349*                    TRUNCATE THE QUOTIENT, SO NO DAY WAS EVER   *
000349*                    TYPED W.  CALNEW IS CLEARED BEFORE EACH     *
000349*                    RECORD IS BUILT.                            *
000349*   2026-10-15  DLF  CHANGE JOURNAL - BUILD REQUIRES THE         *
000349*                    OPERATOR'S INITIALS AND STAGES A JOURNAL    *
000349*                    RECORD TO JRNLNEW FOR EVERY DATE ADDED TO,  *
000349*                    CHANGED ON, OR DROPPED FROM THE LIVE        *
000349*                    CALENDAR.                                   *
000349*   2026-10-15  DLF  THE CALBCARD ENTITY CODE SELECTS THE ENTITY *
000349*                    A BUILD REPLACES OR A VERIFY CHECKS.  A     *
000349*                    BUILD CARRIES THE OTHER ENTITIES' RECORDS   *
000349*                    FORWARD UNCHANGED AND KEYS ITS JOURNAL      *
000349*                    RECORDS ON DATE PLUS ENTITY.                *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.    CALBUILD.
000670         ASSIGN TO "PRTFILE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PRINT-FILE-STATUS.

000692     SELECT JOURNAL-FILE
000694         ASSIGN TO "JRNLNEW"
000696         ORGANIZATION IS LINE SEQUENTIAL
000698         FILE STATUS IS WS-JRNL-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000870     05  FILLER                  PIC X(72).
000880
000890*----------------------------------------------------------------*
000896*    EXISTING PROCESSING CALENDAR - CHECKED BY VERIFY, AND READ  *
000903*    BY BUILD TO JOURNAL WHAT THE NEW YEAR CHANGES.              *
000910*----------------------------------------------------------------*
000920 FD  CAL-FILE
000930     RECORDING MODE IS F.
001020 01  CAL-NEW-RECORD.
001030     05  CALN-DATE               PIC X(08).
001040     05  CALN-DAY-TYPE           PIC X(01).
001044     05  CALN-MONTH-END-FLAG     PIC X(01).
001048     05  CALN-QUARTER-END-FLAG   PIC X(01).
001052     05  CALN-YEAR-END-FLAG      PIC X(01).
001054     05  CALN-ENTITY-CODE        PIC X(04).
001057     05  FILLER                  PIC X(64).
001060
001070*----------------------------------------------------------------*
001080*    BUILD/VERIFY SYSOUT REPORT.  A 133-BYTE RECORD - ONE        *
001130 01  PRT-FILE-RECORD.
001140     05  PRT-CARRIAGE-CONTROL    PIC X(01).
001150     05  PRT-TEXT                PIC X(132).

001151*----------------------------------------------------------------*
001152*    CHANGE-JOURNAL STAGING DATASET (BUILD ONLY) - ONE RECORD    *
001153*    PER CALENDAR DATE ADDED, CHANGED, OR DROPPED, APPENDED TO   *
001154*    THE JOURNAL BY THE JCL AFTER COPY-BACK.                     *
001155*----------------------------------------------------------------*
001156 FD  JOURNAL-FILE
001157     RECORDING MODE IS F.
001158     COPY JRNLREC.
001160
001170 WORKING-STORAGE SECTION.
001180*----------------------------------------------------------------*
001340 77  WS-CAL-FILE-STATUS           PIC X(02) VALUE "00".
001350 77  WS-CAL-NEW-STATUS            PIC X(02) VALUE "00".
001360 77  WS-PRINT-FILE-STATUS         PIC X(02) VALUE "00".
001365 77  WS-JRNL-FILE-STATUS          PIC X(02) VALUE "00".
001370
001380*----------------------------------------------------------------*
001390*    SWITCHES.                                                   *
001600                                  PIC X(08).
001610
001620*----------------------------------------------------------------*
001630*    CALENDAR TABLE - THE YEAR BEING GENERATED (BUILD), OR THE   *
001640*    LIVE FILE (VERIFY).  TWO FULL YEARS OF DAILY RECORDS FIT    *
001650*    WITH ROOM TO SPARE; OVERFLOW IS COUNTED AND FLAGGED.        *
001660*----------------------------------------------------------------*
001670 77  WS-CAL-TABLE-MAX             PIC 9(04) COMP VALUE 800.
001680 77  WS-CAL-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
001690 77  WS-CAL-OVERFLOW              PIC 9(05) COMP VALUE ZERO.
001700 77  WS-CAL-IDX                   PIC 9(04) COMP VALUE ZERO.
001710 77  WS-DATE-HIT-COUNT            PIC 9(04) COMP VALUE ZERO.
001713 77  WS-CAL-HIT-IDX               PIC 9(04) COMP VALUE ZERO.
001716 77  WS-MONTH-FIRST-IDX           PIC 9(04) COMP VALUE ZERO.
001720 01  WS-CALENDAR-TABLE.
001721     05  WS-CAL-ENTRY OCCURS 800 TIMES.
001722         10  WS-CAL-DATE          PIC X(08).
001724         10  WS-CAL-DAY-TYPE      PIC X(01).
001725             88  WS-CAL-PROCESSING-DAY
001726                                      VALUES "B", "S".
001728         10  WS-CAL-MONTH-END     PIC X(01).
001729         10  WS-CAL-QUARTER-END   PIC X(01).
001730         10  WS-CAL-YEAR-END      PIC X(01).
001730         10  WS-CAL-MATCH-SWITCH  PIC X(01).
001731             88  WS-CAL-MATCHED           VALUE "Y".
001732
001733*----------------------------------------------------------------*
001735*    PERIOD-END FLAG WORK AREAS.  VERIFY CARRIES THE LAST        *
001736*    PROCESSING DAY SEEN IN THE MONTH BEING WALKED AND THE       *
001737*    NUMBER OF MONTH-END FLAGS FOUND IN IT, AND JUDGES THE       *
001739*    MONTH ON ITS LAST CALENDAR DAY.                             *
001740*----------------------------------------------------------------*
001741 77  WS-LAST-PROC-IDX             PIC 9(04) COMP VALUE ZERO.
001743 77  WS-MONTH-END-SEEN            PIC 9(04) COMP VALUE ZERO.
001744 77  WS-QUARTER-MONTH-SWITCH      PIC X(01) VALUE "N".
001745     88  WS-QUARTER-END-MONTH         VALUE "Y".
001747 77  WS-PERIOD-END-TEXT           PIC X(36) VALUE SPACES.
001748 77  WS-PERIOD-TEXT-PTR           PIC 9(04) COMP VALUE ZERO.
001750
001760*----------------------------------------------------------------*
001770*    DATE ARITHMETIC WORK AREAS.  THE DAY NUMBER COMES FROM     *
002120*    COUNTERS, VALIDATION, AND RETURN-CODE WORK AREAS.           *
002130*----------------------------------------------------------------*
002140 77  WS-BUILD-YEAR                PIC 9(04) VALUE ZERO.
002145 77  WS-BUILD-OPERATOR            PIC X(03) VALUE SPACES.
002146 77  WS-BUILD-ENTITY              PIC X(04) VALUE "0000".
002147 77  WS-STAMP-ENTITY              PIC X(04) VALUE SPACES.
002148 77  WS-ENTITY-BLANKS             PIC 9(04) COMP VALUE ZERO.
002149 77  WS-CARRIED-COUNT             PIC 9(05) COMP VALUE ZERO.
002150 77  WS-CARD-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
002160 77  WS-CARD-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
002170 77  WS-RECORDS-WRITTEN           PIC 9(05) COMP VALUE ZERO.
002180 77  WS-NON-B-COUNT               PIC 9(05) COMP VALUE ZERO.
002182 77  WS-MONTH-END-COUNT           PIC 9(05) COMP VALUE ZERO.
002184 77  WS-QUARTER-END-COUNT         PIC 9(05) COMP VALUE ZERO.
002186 77  WS-YEAR-END-COUNT            PIC 9(05) COMP VALUE ZERO.
002188 77  WS-PERIOD-FINDING-COUNT      PIC 9(05) COMP VALUE ZERO.
002190 77  WS-CAL-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
002200 77  WS-GAP-COUNT                 PIC 9(05) COMP VALUE ZERO.
002210 77  WS-DUP-COUNT                 PIC 9(05) COMP VALUE ZERO.
002220 77  WS-VALIDATION-MESSAGE        PIC X(60) VALUE SPACES.
002230 77  WS-FINAL-RETURN-CODE         PIC 9(04) VALUE ZERO.

002230*----------------------------------------------------------------*
002231*    CHANGE-JOURNAL WORK AREAS (BUILD).  THE IMAGE IS ONE        *
002231*    CALENDAR TABLE ENTRY LAID OUT AS A CALENDAR FILE RECORD     *
002232*    (COPYBOOK CALREC), FOR THE AFTER IMAGE OF THE JOURNAL.      *
002232*----------------------------------------------------------------*
002233 77  WS-JRNL-TIMESTAMP            PIC X(14) VALUE SPACES.
002233 77  WS-JRNL-SEQUENCE             PIC 9(05) COMP VALUE ZERO.
002234 77  WS-JRNL-ADD-COUNT            PIC 9(05) COMP VALUE ZERO.
002235 77  WS-JRNL-REPLACE-COUNT        PIC 9(05) COMP VALUE ZERO.
002235 77  WS-JRNL-DELETE-COUNT         PIC 9(05) COMP VALUE ZERO.
002236 01  WS-CAL-IMAGE.
002236     05  WS-CIM-DATE              PIC X(08).
002237     05  WS-CIM-DAY-TYPE          PIC X(01).
002237     05  WS-CIM-MONTH-END         PIC X(01).
002238     05  WS-CIM-QUARTER-END       PIC X(01).
002238     05  WS-CIM-YEAR-END          PIC X(01).
002238     05  WS-CIM-ENTITY            PIC X(04).
002239     05  FILLER                   PIC X(64).
002240
002250*----------------------------------------------------------------*
002260*    MISCELLANEOUS NUMERIC/DATE WORK AREAS.                      *
002380 01  WS-COUNT-LINE                PIC X(132) VALUE SPACES.
002390 77  WS-EDIT-COUNT                PIC ZZZZ9.
002400 77  WS-EDIT-COUNT-2              PIC ZZZZ9.
002405 77  WS-EDIT-COUNT-3              PIC ZZZZ9.
002410 77  WS-EDIT-DAYS                 PIC ZZZZZZZ9.
002420 77  WS-DAY-TYPE-NAME             PIC X(08) VALUE SPACES.
002430
002780            "000000"       DELIMITED BY SIZE
002790            INTO WS-JH-RUN-ID
002800     END-STRING
002803     MOVE WS-JH-RUN-DATE      TO WS-JRNL-TIMESTAMP(1:8)
002806     MOVE WS-JH-RUN-TIME(1:6) TO WS-JRNL-TIMESTAMP(9:6)
002810     MOVE ZERO TO WS-FINAL-RETURN-CODE
002820     OPEN INPUT CALB-FILE
002830     IF WS-CALB-FILE-STATUS NOT = "00"
003060             SET WS-ENVIRONMENT-BAD TO TRUE
003070             GO TO 1000-EXIT
003080     END-EVALUATE
003080     IF CALB-ENTITY-CODE NOT = SPACES
003081         MOVE ZERO TO WS-ENTITY-BLANKS
003082         INSPECT CALB-ENTITY-CODE
003082             TALLYING WS-ENTITY-BLANKS FOR ALL SPACES
003083         IF WS-ENTITY-BLANKS > ZERO
003084             MOVE "CALBCARD ENTITY CODE HAS EMBEDDED BLANKS"
003085                 TO WS-VALIDATION-MESSAGE
003085             SET WS-ENVIRONMENT-BAD TO TRUE
003086             GO TO 1000-EXIT
003087         END-IF
003087         MOVE CALB-ENTITY-CODE TO WS-BUILD-ENTITY
003088         MOVE CALB-ENTITY-CODE TO WS-STAMP-ENTITY
003089     END-IF
003090     IF WS-FUNCTION-BUILD
003100         IF CALB-YEAR NOT NUMERIC
003110             OR CALB-YEAR < 1980
003160             GO TO 1000-EXIT
003170         END-IF
003180         MOVE CALB-YEAR TO WS-BUILD-YEAR
003181         IF CALB-OPERATOR = SPACES
003182             MOVE "CALBCARD OPERATOR INITIALS REQUIRED FOR BUILD"
003183                 TO WS-VALIDATION-MESSAGE
003185             SET WS-ENVIRONMENT-BAD TO TRUE
003186             GO TO 1000-EXIT
003187         END-IF
003188         MOVE CALB-OPERATOR TO WS-BUILD-OPERATOR
003190     END-IF
003200     OPEN OUTPUT PRINT-FILE
003210     PERFORM 6100-WRITE-REPORT-HEADERS THRU 6100-EXIT.
003440
003450*----------------------------------------------------------------*
003460* 3000-BUILD-CALENDAR                                            *
003466*    LOADS AND VALIDATES THE HOLIDAY CARDS, GENERATES THE FULL   *
003473*    YEAR INTO THE CALENDAR TABLE, FLAGGING EACH MONTH'S         *
003480*    PERIOD-END AS THE MONTH IS FINISHED, THEN WRITES THE YEAR   *
003486*    TO THE REPLACEMENT DATASET, PRINTING THE PROOF LINE FOR     *
003490*    EVERY NON-B OR PERIOD-END DAY, AND JOURNALS THE CHANGES     *
003495*    AGAINST THE LIVE CALENDAR.                                  *
003500*----------------------------------------------------------------*
003510 3000-BUILD-CALENDAR.
003520     PERFORM 3100-LOAD-HOLIDAY-CARDS THRU 3100-EXIT
003522     MOVE WS-BUILD-YEAR TO WS-WRK-YYYY
003524     PERFORM 3300-GENERATE-ONE-MONTH THRU 3300-EXIT
003526         VARYING WS-WRK-MM FROM 1 BY 1
003528         UNTIL WS-WRK-MM > 12
003530     OPEN OUTPUT CAL-NEW-FILE
003540     MOVE "CALNEW  " TO FSTAT-DD-NAME
003550     MOVE "OPEN    " TO FSTAT-OPERATION
003580     IF FSTAT-RETURN-CODE NOT = ZERO
003590         GO TO 3000-EXIT
003600     END-IF
003606     PERFORM 3750-CARRY-OTHER-ENTITIES THRU 3750-EXIT
003612     PERFORM 3700-WRITE-ONE-DAY THRU 3700-EXIT
003625         VARYING WS-CAL-IDX FROM 1 BY 1
003637         UNTIL WS-CAL-IDX > WS-CAL-TABLE-COUNT
003650     CLOSE CAL-NEW-FILE
003660     MOVE "CALNEW  " TO FSTAT-DD-NAME
003670     MOVE "CLOSE   " TO FSTAT-OPERATION
003680     MOVE WS-CAL-NEW-STATUS TO FSTAT-FILE-STATUS
003690     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
003695     PERFORM 3800-JOURNAL-CALENDAR-CHANGES THRU 3800-EXIT
003700     PERFORM 3600-PRINT-BUILD-SUMMARY THRU 3600-EXIT.
003710 3000-EXIT.
003720     EXIT.
004710
004720*----------------------------------------------------------------*
004730* 3300-GENERATE-ONE-MONTH                                        *
004736*    ADDS ONE CALENDAR TABLE ENTRY PER DAY OF THE MONTH IN       *
004742*    WS-WRK-MM, DERIVING THE DAY TYPE FOR EACH, THEN FLAGS THE   *
004748*    MONTH'S PERIOD-END.  A BUILD YEAR IS AT MOST 366 ENTRIES,   *
004754*    WELL INSIDE THE TABLE.                                      *
004760*----------------------------------------------------------------*
004770 3300-GENERATE-ONE-MONTH.
004780     MOVE WS-BUILD-YEAR TO WS-WRK-YYYY
004790     PERFORM 7300-DAYS-IN-MONTH THRU 7300-EXIT
004795     COMPUTE WS-MONTH-FIRST-IDX = WS-CAL-TABLE-COUNT + 1
004800     PERFORM 3310-GENERATE-ONE-DAY THRU 3310-EXIT
004810         VARYING WS-WRK-DD FROM 1 BY 1
004816         UNTIL WS-WRK-DD > WS-DAYS-IN-MONTH
004823     PERFORM 3500-FLAG-PERIOD-END THRU 3500-EXIT.
004830 3300-EXIT.
004840     EXIT.
004850
004890     MOVE WS-WRK-MM   TO WS-DATE-MM
004900     MOVE WS-WRK-DD   TO WS-DATE-DD
004910     PERFORM 7100-DATE-TO-DAY-NUMBER THRU 7100-EXIT
004916     DIVIDE WS-DAY-NUMBER BY 7
004922         GIVING WS-DATE-WORK-1 REMAINDER WS-DAY-OF-WEEK
004928     ADD 1 TO WS-CAL-TABLE-COUNT
004934     MOVE WS-WORK-DATE-X TO WS-CAL-DATE(WS-CAL-TABLE-COUNT)
004940     EVALUATE TRUE
004950         WHEN WS-HOLIDAY-FOUND
004965             MOVE "H" TO WS-CAL-DAY-TYPE(WS-CAL-TABLE-COUNT)
004980         WHEN WS-DAY-OF-WEEK = 4 OR WS-DAY-OF-WEEK = 5
004995             MOVE "W" TO WS-CAL-DAY-TYPE(WS-CAL-TABLE-COUNT)
005010         WHEN OTHER
005025             MOVE "B" TO WS-CAL-DAY-TYPE(WS-CAL-TABLE-COUNT)
005040     END-EVALUATE
005040     MOVE "N" TO WS-CAL-MONTH-END(WS-CAL-TABLE-COUNT)
005040     MOVE "N" TO WS-CAL-QUARTER-END(WS-CAL-TABLE-COUNT)
005040     MOVE "N" TO WS-CAL-YEAR-END(WS-CAL-TABLE-COUNT)
005040     MOVE "N" TO WS-CAL-MATCH-SWITCH(WS-CAL-TABLE-COUNT).
005041 3310-EXIT.
005042     EXIT.
005042
005042*----------------------------------------------------------------*
005043* 3500-FLAG-PERIOD-END                                           *
005043*    WALKS BACK FROM THE LAST DAY OF THE MONTH JUST GENERATED TO *
005044*    ITS LAST PROCESSING DAY AND FLAGS IT MONTH-END - AND        *
005044*    QUARTER-END IN MARCH, JUNE, SEPTEMBER, AND DECEMBER, AND    *
005044*    YEAR-END IN DECEMBER.  A MONTH WITH NO PROCESSING DAY AT    *
005045*    ALL (EVERY WEEKDAY CARDED AS A HOLIDAY) GETS NO FLAG, AND   *
005045*    THE PROOF REPORT SAYS SO.                                   *
005046*----------------------------------------------------------------*
005046 3500-FLAG-PERIOD-END.
005046     MOVE ZERO TO WS-LAST-PROC-IDX
005047     PERFORM 3510-TEST-ONE-DAY THRU 3510-EXIT
005047         VARYING WS-CAL-IDX FROM WS-CAL-TABLE-COUNT BY -1
005048         UNTIL WS-CAL-IDX < WS-MONTH-FIRST-IDX
005048            OR WS-LAST-PROC-IDX NOT = ZERO
005048     IF WS-LAST-PROC-IDX = ZERO
005049         MOVE SPACES TO WS-DETAIL-LINE
005049         STRING "NO PROCESSING DAY IN MONTH " DELIMITED BY SIZE
005050                WS-WORK-DATE-X(1:6)           DELIMITED BY SIZE
005050                " - NO MONTH-END FLAGGED"     DELIMITED BY SIZE
005050                INTO WS-DETAIL-LINE
005051         END-STRING
005051         MOVE " " TO PRT-CARRIAGE-CONTROL
005052         MOVE WS-DETAIL-LINE TO PRT-TEXT
005052         WRITE PRT-FILE-RECORD
005052         GO TO 3500-EXIT
005053     END-IF
005053     MOVE "Y" TO WS-CAL-MONTH-END(WS-LAST-PROC-IDX)
005054     IF WS-WRK-MM = 3 OR WS-WRK-MM = 6 OR WS-WRK-MM = 9
005054         OR WS-WRK-MM = 12
005055         MOVE "Y" TO WS-CAL-QUARTER-END(WS-LAST-PROC-IDX)
005055     END-IF
005055     IF WS-WRK-MM = 12
005056         MOVE "Y" TO WS-CAL-YEAR-END(WS-LAST-PROC-IDX)
005056     END-IF.
005057 3500-EXIT.
005057     EXIT.
005057
005058 3510-TEST-ONE-DAY.
005058     IF WS-CAL-PROCESSING-DAY(WS-CAL-IDX)
005059         MOVE WS-CAL-IDX TO WS-LAST-PROC-IDX
005059     END-IF.
005059 3510-EXIT.
005060     EXIT.
005060
005061*----------------------------------------------------------------*
005061* 3700-WRITE-ONE-DAY                                             *
005061*    WRITES ONE CALENDAR TABLE ENTRY TO THE REPLACEMENT DATASET  *
005062*    AND PRINTS ITS PROOF LINE WHEN IT IS A NON-B DAY OR CARRIES *
005062*    A PERIOD-END FLAG.                                          *
005063*----------------------------------------------------------------*
005063 3700-WRITE-ONE-DAY.
005063     MOVE SPACES TO CAL-NEW-RECORD
005064     MOVE WS-CAL-DATE(WS-CAL-IDX)        TO CALN-DATE
005064     MOVE WS-CAL-DAY-TYPE(WS-CAL-IDX)    TO CALN-DAY-TYPE
005065     MOVE WS-CAL-MONTH-END(WS-CAL-IDX)   TO CALN-MONTH-END-FLAG
005065     MOVE WS-CAL-QUARTER-END(WS-CAL-IDX) TO CALN-QUARTER-END-FLAG
005065     MOVE WS-CAL-YEAR-END(WS-CAL-IDX)    TO CALN-YEAR-END-FLAG
005065     MOVE WS-STAMP-ENTITY                TO CALN-ENTITY-CODE
005066     EVALUATE CALN-DAY-TYPE
005066         WHEN "H"
005067             MOVE "HOLIDAY " TO WS-DAY-TYPE-NAME
005067         WHEN "W"
005067             MOVE "WEEKEND " TO WS-DAY-TYPE-NAME
005068         WHEN OTHER
005068             MOVE "BUSINESS" TO WS-DAY-TYPE-NAME
005069     END-EVALUATE
005069     WRITE CAL-NEW-RECORD
005070     IF WS-CAL-NEW-STATUS NOT = "00"
005080         MOVE "CALNEW  " TO FSTAT-DD-NAME
005090         MOVE "WRITE   " TO FSTAT-OPERATION
005110         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005120     END-IF
005130     ADD 1 TO WS-RECORDS-WRITTEN
005130     IF CALN-DAY-TYPE NOT = "B"
005131         ADD 1 TO WS-NON-B-COUNT
005132     END-IF
005132     IF CALN-MONTH-END-FLAG = "Y"
005133         ADD 1 TO WS-MONTH-END-COUNT
005134     END-IF
005135     IF CALN-QUARTER-END-FLAG = "Y"
005135         ADD 1 TO WS-QUARTER-END-COUNT
005136     END-IF
005137     IF CALN-YEAR-END-FLAG = "Y"
005137         ADD 1 TO WS-YEAR-END-COUNT
005138     END-IF
005139     PERFORM 7400-BUILD-PERIOD-END-TEXT THRU 7400-EXIT
005140     IF CALN-DAY-TYPE NOT = "B"
005150         OR WS-PERIOD-END-TEXT NOT = SPACES
005160         MOVE SPACES TO WS-DETAIL-LINE
005167         STRING CALN-DATE          DELIMITED BY SIZE
005175                "  "               DELIMITED BY SIZE
005182                CALN-DAY-TYPE      DELIMITED BY SIZE
005190                "  "               DELIMITED BY SIZE
005197                WS-DAY-TYPE-NAME   DELIMITED BY SIZE
005205                "  "               DELIMITED BY SIZE
005212                WS-PERIOD-END-TEXT DELIMITED BY SIZE
005220                INTO WS-DETAIL-LINE
005230         END-STRING
005240         MOVE " " TO PRT-CARRIAGE-CONTROL
005250         MOVE WS-DETAIL-LINE TO PRT-TEXT
005260         WRITE PRT-FILE-RECORD
005270     END-IF.
005280 3700-EXIT.
005290     EXIT.
005290
005290*----------------------------------------------------------------*
005290* 3750-CARRY-OTHER-ENTITIES                                      *
005290*    THE CALENDAR HOLDS A YEAR FOR EVERY ENTITY, BUT A BUILD     *
005290*    REPLACES ONLY THE CARD'S ENTITY - EVERY LIVE RECORD OF ANY  *
005291*    OTHER ENTITY IS COPIED UNCHANGED TO THE REPLACEMENT AHEAD   *
005291*    OF THE NEW YEAR, SO THE COPY-BACK CANNOT DROP IT.  A        *
005291*    BLANK ENTITY ON FILE IS THE HOME ENTITY 0000.  A MISSING    *
005291*    LIVE FILE IS A FIRST BUILD WITH NOTHING TO CARRY.           *
005291*----------------------------------------------------------------*
005292 3750-CARRY-OTHER-ENTITIES.
005292     OPEN INPUT CAL-FILE
005292     EVALUATE TRUE
005292         WHEN WS-CAL-FILE-STATUS = "00"
005292             MOVE "N" TO WS-EOF-SWITCH
005293             PERFORM 3760-CARRY-ONE-RECORD THRU 3760-EXIT
005293                 UNTIL WS-EOF
005293             CLOSE CAL-FILE
005293         WHEN WS-CAL-FILE-STATUS = "05"
005293             OR WS-CAL-FILE-STATUS = "35"
005293             CONTINUE
005294         WHEN OTHER
005294             MOVE "CALFILE " TO FSTAT-DD-NAME
005294             MOVE "OPEN    " TO FSTAT-OPERATION
005294             MOVE WS-CAL-FILE-STATUS TO FSTAT-FILE-STATUS
005294             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005295     END-EVALUATE.
005295 3750-EXIT.
005295     EXIT.
005295
005295 3760-CARRY-ONE-RECORD.
005296     READ CAL-FILE
005296         AT END
005296             SET WS-EOF TO TRUE
005296             GO TO 3760-EXIT
005296     END-READ
005296     IF CAL-ENTITY-CODE = WS-BUILD-ENTITY
005297         OR (CAL-ENTITY-CODE = SPACES
005297             AND WS-BUILD-ENTITY = "0000")
005297         GO TO 3760-EXIT
005297     END-IF
005297     MOVE CALENDAR-RECORD TO CAL-NEW-RECORD
005298     WRITE CAL-NEW-RECORD
005298     IF WS-CAL-NEW-STATUS NOT = "00"
005298         MOVE "CALNEW  " TO FSTAT-DD-NAME
005298         MOVE "WRITE   " TO FSTAT-OPERATION
005298         MOVE WS-CAL-NEW-STATUS TO FSTAT-FILE-STATUS
005299         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005299     END-IF
005299     ADD 1 TO WS-CARRIED-COUNT.
005299 3760-EXIT.
005299     EXIT.
005300
005310*----------------------------------------------------------------*
005320* 3400-SCAN-HOLIDAY-TABLE                                        *
005620     MOVE "-" TO PRT-CARRIAGE-CONTROL
005630     MOVE WS-COUNT-LINE TO PRT-TEXT
005640     WRITE PRT-FILE-RECORD
005640     MOVE WS-MONTH-END-COUNT   TO WS-EDIT-COUNT
005641     MOVE WS-QUARTER-END-COUNT TO WS-EDIT-COUNT-2
005641     MOVE WS-YEAR-END-COUNT    TO WS-EDIT-COUNT-3
005642     MOVE SPACES TO WS-COUNT-LINE
005643     STRING "PERIOD-END FLAGS - MONTH-END: " DELIMITED BY SIZE
005643            WS-EDIT-COUNT                    DELIMITED BY SIZE
005644            "   QUARTER-END: "               DELIMITED BY SIZE
005645            WS-EDIT-COUNT-2                  DELIMITED BY SIZE
005645            "   YEAR-END: "                  DELIMITED BY SIZE
005646            WS-EDIT-COUNT-3                  DELIMITED BY SIZE
005646            INTO WS-COUNT-LINE
005647     END-STRING
005648     MOVE " " TO PRT-CARRIAGE-CONTROL
005648     MOVE WS-COUNT-LINE TO PRT-TEXT
005649     WRITE PRT-FILE-RECORD
005650     MOVE WS-CARD-READ-COUNT   TO WS-EDIT-COUNT
005660     MOVE WS-CARD-REJECT-COUNT TO WS-EDIT-COUNT-2
005670     MOVE SPACES TO WS-COUNT-LINE
005730     END-STRING
005740     MOVE " " TO PRT-CARRIAGE-CONTROL
005750     MOVE WS-COUNT-LINE TO PRT-TEXT
005751     WRITE PRT-FILE-RECORD
005751     MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT
005751     MOVE SPACES TO WS-COUNT-LINE
005751     STRING "OTHER ENTITIES' RECORDS CARRIED FORWARD: "
005751                                          DELIMITED BY SIZE
005751            WS-EDIT-COUNT                 DELIMITED BY SIZE
005751            INTO WS-COUNT-LINE
005751     END-STRING
005751     MOVE " " TO PRT-CARRIAGE-CONTROL
005751     MOVE WS-COUNT-LINE TO PRT-TEXT
005751     WRITE PRT-FILE-RECORD
005752     MOVE WS-JRNL-ADD-COUNT     TO WS-EDIT-COUNT
005753     MOVE WS-JRNL-REPLACE-COUNT TO WS-EDIT-COUNT-2
005754     MOVE WS-JRNL-DELETE-COUNT  TO WS-EDIT-COUNT-3
005755     MOVE SPACES TO WS-COUNT-LINE
005757     STRING "CHANGES JOURNALED - ADDED: " DELIMITED BY SIZE
005758            WS-EDIT-COUNT                 DELIMITED BY SIZE
005759            "   CHANGED: "                DELIMITED BY SIZE
005760            WS-EDIT-COUNT-2               DELIMITED BY SIZE
005761            "   DROPPED: "                DELIMITED BY SIZE
005762            WS-EDIT-COUNT-3               DELIMITED BY SIZE
005764            INTO WS-COUNT-LINE
005765     END-STRING
005766     MOVE " " TO PRT-CARRIAGE-CONTROL
005767     MOVE WS-COUNT-LINE TO PRT-TEXT
005768     WRITE PRT-FILE-RECORD.
005770 3600-EXIT.
005780     EXIT.
005780
005780*----------------------------------------------------------------*
005780* 3800-JOURNAL-CALENDAR-CHANGES                                  *
005780*    THE COPY-BACK REPLACES THE CARD'S ENTITY WITH THE YEAR JUST *
005780*    BUILT, SO EVERY DATE THE LIVE FILE HOLDS FOR THAT ENTITY IS *
005780*    MATCHED AGAINST THE CALENDAR TABLE: A DATE NOT IN THE NEW   *
005780*    YEAR IS JOURNALED DELETE, A DATE WHOSE DAY TYPE OR PERIOD-  *
005780*    END FLAGS CHANGE IS JOURNALED REPLACE, AND AN UNCHANGED     *
005780*    DATE IS NOT JOURNALED.  EVERY TABLE ENTRY LEFT UNMATCHED IS *
005780*    THEN JOURNALED ADD.  OTHER ENTITIES' DATES ARE CARRIED      *
005780*    FORWARD UNCHANGED AND NOT JOURNALED.  THE JOURNAL KEY IS    *
005780*    THE DATE FOLLOWED BY THE ENTITY CODE.  A MISSING LIVE FILE  *
005780*    IS A FIRST BUILD - THE WHOLE YEAR IS ADDS.  A JOURNAL       *
005780*    STAGING DATASET THAT WILL NOT OPEN POSTS A FAILING RETURN   *
005780*    CODE THROUGH 9800, WHICH KEEPS THE JCL FROM COPYING BACK A  *
005780*    YEAR IT CANNOT JOURNAL.                                     *
005781*----------------------------------------------------------------*
005782 3800-JOURNAL-CALENDAR-CHANGES.
005782     OPEN OUTPUT JOURNAL-FILE
005782     MOVE "JRNLNEW " TO FSTAT-DD-NAME
005782     MOVE "OPEN    " TO FSTAT-OPERATION
005782     MOVE WS-JRNL-FILE-STATUS TO FSTAT-FILE-STATUS
005782     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005782     IF FSTAT-RETURN-CODE NOT = ZERO
005783         GO TO 3800-EXIT
005783     END-IF
005783     OPEN INPUT CAL-FILE
005783     EVALUATE TRUE
005783         WHEN WS-CAL-FILE-STATUS = "00"
005783             MOVE "N" TO WS-EOF-SWITCH
005783             PERFORM 3810-READ-LIVE-CALENDAR THRU 3810-EXIT
005784                 UNTIL WS-EOF
005784             CLOSE CAL-FILE
005784         WHEN WS-CAL-FILE-STATUS = "05"
005784             OR WS-CAL-FILE-STATUS = "35"
005784             CONTINUE
005784         WHEN OTHER
005784             MOVE "CALFILE " TO FSTAT-DD-NAME
005784             MOVE "OPEN    " TO FSTAT-OPERATION
005785             MOVE WS-CAL-FILE-STATUS TO FSTAT-FILE-STATUS
005785             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005785     END-EVALUATE
005785     PERFORM 3830-JOURNAL-ADDED-DAY THRU 3830-EXIT
005785         VARYING WS-CAL-IDX FROM 1 BY 1
005785         UNTIL WS-CAL-IDX > WS-CAL-TABLE-COUNT
005785     CLOSE JOURNAL-FILE
005786     MOVE "JRNLNEW " TO FSTAT-DD-NAME
005786     MOVE "CLOSE   " TO FSTAT-OPERATION
005786     MOVE WS-JRNL-FILE-STATUS TO FSTAT-FILE-STATUS
005786     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT.
005786 3800-EXIT.
005786     EXIT.
005786
005787 3810-READ-LIVE-CALENDAR.
005787     READ CAL-FILE
005787         AT END
005787             SET WS-EOF TO TRUE
005787         NOT AT END
005787             PERFORM 3820-JOURNAL-LIVE-DAY THRU 3820-EXIT
005787     END-READ.
005788 3810-EXIT.
005788     EXIT.
005788
005788 3820-JOURNAL-LIVE-DAY.
005788     IF CAL-ENTITY-CODE NOT = WS-BUILD-ENTITY
005788         AND (CAL-ENTITY-CODE NOT = SPACES
005788              OR WS-BUILD-ENTITY NOT = "0000")
005788         GO TO 3820-EXIT
005788     END-IF
005788     MOVE ZERO TO WS-CAL-HIT-IDX
005788     PERFORM 3825-MATCH-LIVE-DAY THRU 3825-EXIT
005788         VARYING WS-CAL-IDX FROM 1 BY 1
005788         UNTIL WS-CAL-IDX > WS-CAL-TABLE-COUNT
005789            OR WS-CAL-HIT-IDX NOT = ZERO
005789     MOVE SPACES TO JOURNAL-RECORD
005789     MOVE CALENDAR-RECORD TO JRN-BEFORE-IMAGE
005789     IF WS-CAL-HIT-IDX = ZERO
005789         SET JRN-ACTION-DELETE TO TRUE
005789         ADD 1 TO WS-JRNL-DELETE-COUNT
005789         MOVE CAL-DATE TO JRN-RECORD-KEY
005789         MOVE WS-BUILD-ENTITY TO JRN-RECORD-KEY(9:4)
005790         PERFORM 3850-WRITE-JOURNAL-RECORD THRU 3850-EXIT
005790         GO TO 3820-EXIT
005790     END-IF
005790     SET WS-CAL-MATCHED(WS-CAL-HIT-IDX) TO TRUE
005790     MOVE WS-CAL-HIT-IDX TO WS-CAL-IDX
005790     PERFORM 3840-BUILD-CALENDAR-IMAGE THRU 3840-EXIT
005790     IF WS-CAL-IMAGE(1:12) = CALENDAR-RECORD(1:12)
005791         GO TO 3820-EXIT
005791     END-IF
005791     SET JRN-ACTION-REPLACE TO TRUE
005791     ADD 1 TO WS-JRNL-REPLACE-COUNT
005791     MOVE CAL-DATE TO JRN-RECORD-KEY
005791     MOVE WS-BUILD-ENTITY TO JRN-RECORD-KEY(9:4)
005791     MOVE WS-CAL-IMAGE TO JRN-AFTER-IMAGE
005791     PERFORM 3850-WRITE-JOURNAL-RECORD THRU 3850-EXIT.
005792 3820-EXIT.
005792     EXIT.
005792
005792 3825-MATCH-LIVE-DAY.
005792     IF WS-CAL-DATE(WS-CAL-IDX) = CAL-DATE
005792         MOVE WS-CAL-IDX TO WS-CAL-HIT-IDX
005792     END-IF.
005792 3825-EXIT.
005793     EXIT.
005793
005793 3830-JOURNAL-ADDED-DAY.
005793     IF WS-CAL-MATCHED(WS-CAL-IDX)
005793         GO TO 3830-EXIT
005793     END-IF
005793     PERFORM 3840-BUILD-CALENDAR-IMAGE THRU 3840-EXIT
005794     MOVE SPACES TO JOURNAL-RECORD
005794     SET JRN-ACTION-ADD TO TRUE
005794     ADD 1 TO WS-JRNL-ADD-COUNT
005794     MOVE WS-CIM-DATE TO JRN-RECORD-KEY
005794     MOVE WS-BUILD-ENTITY TO JRN-RECORD-KEY(9:4)
005794     MOVE WS-CAL-IMAGE TO JRN-AFTER-IMAGE
005794     PERFORM 3850-WRITE-JOURNAL-RECORD THRU 3850-EXIT.
005794 3830-EXIT.
005795     EXIT.
005795
005795 3840-BUILD-CALENDAR-IMAGE.
005795     MOVE SPACES TO WS-CAL-IMAGE
005795     MOVE WS-CAL-DATE(WS-CAL-IDX)        TO WS-CIM-DATE
005795     MOVE WS-CAL-DAY-TYPE(WS-CAL-IDX)    TO WS-CIM-DAY-TYPE
005795     MOVE WS-CAL-MONTH-END(WS-CAL-IDX)   TO WS-CIM-MONTH-END
005796     MOVE WS-CAL-QUARTER-END(WS-CAL-IDX) TO WS-CIM-QUARTER-END
005796     MOVE WS-CAL-YEAR-END(WS-CAL-IDX)    TO WS-CIM-YEAR-END
005796     MOVE WS-STAMP-ENTITY                TO WS-CIM-ENTITY.
005796 3840-EXIT.
005796     EXIT.
005796
005796*----------------------------------------------------------------*
005796* 3850-WRITE-JOURNAL-RECORD                                      *
005796*    STAMPS THE RUN, FILE, AND OPERATOR ON THE JOURNAL RECORD    *
005797*    THE CALLER HAS BUILT (ACTION, KEY, AND IMAGES) AND STAGES   *
005797*    IT.                                                         *
005797*----------------------------------------------------------------*
005797 3850-WRITE-JOURNAL-RECORD.
005797     ADD 1 TO WS-JRNL-SEQUENCE
005797     MOVE WS-JRNL-TIMESTAMP TO JRN-CHANGE-TIMESTAMP
005797     MOVE WS-JH-RUN-ID      TO JRN-RUN-ID
005798     MOVE WS-JH-JOB-NAME    TO JRN-JOB-NAME
005798     MOVE WS-JRNL-SEQUENCE  TO JRN-SEQUENCE
005798     SET JRN-FILE-CALFILE   TO TRUE
005798     MOVE WS-BUILD-OPERATOR TO JRN-OPERATOR
005798     WRITE JOURNAL-RECORD
005798     IF WS-JRNL-FILE-STATUS NOT = "00"
005798         MOVE "JRNLNEW " TO FSTAT-DD-NAME
005799         MOVE "WRITE   " TO FSTAT-OPERATION
005799         MOVE WS-JRNL-FILE-STATUS TO FSTAT-FILE-STATUS
005799         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005799     END-IF.
005799 3850-EXIT.
005799     EXIT.
005799
005800*----------------------------------------------------------------*
005810* 5000-VERIFY-CALENDAR                                           *
005820*    LOADS THE LIVE CALENDAR, THEN WALKS EVERY CALENDAR DATE     *
005830*    FROM THE FIRST TO THE LAST ON FILE FLAGGING GAPS,           *
005840*    DUPLICATES, AND PERIOD-END FLAG FINDINGS, AND FLAGS A       *
005846*    FORWARD-COVERAGE HORIZON SHORTER THAN 90 DAYS.  ONLY THE    *
005853*    CARD'S ENTITY IS LOADED.                                    *
005860*----------------------------------------------------------------*
005870 5000-VERIFY-CALENDAR.
005880     OPEN INPUT CAL-FILE
006170         AT END
006180             SET WS-EOF TO TRUE
006190         NOT AT END
006191             IF CAL-ENTITY-CODE NOT = WS-BUILD-ENTITY
006193                 AND (CAL-ENTITY-CODE NOT = SPACES
006195                      OR WS-BUILD-ENTITY NOT = "0000")
006196                 GO TO 5010-EXIT
006198             END-IF
006200             ADD 1 TO WS-CAL-READ-COUNT
006210             IF WS-CAL-TABLE-COUNT < WS-CAL-TABLE-MAX
006220                 ADD 1 TO WS-CAL-TABLE-COUNT
006230                 MOVE CAL-DATE
006232                     TO WS-CAL-DATE(WS-CAL-TABLE-COUNT)
006234                 MOVE CAL-DAY-TYPE
006236                     TO WS-CAL-DAY-TYPE(WS-CAL-TABLE-COUNT)
006238                 MOVE CAL-MONTH-END-FLAG
006240                     TO WS-CAL-MONTH-END(WS-CAL-TABLE-COUNT)
006242                 MOVE CAL-QUARTER-END-FLAG
006244                     TO WS-CAL-QUARTER-END(WS-CAL-TABLE-COUNT)
006246                 MOVE CAL-YEAR-END-FLAG
006248                     TO WS-CAL-YEAR-END(WS-CAL-TABLE-COUNT)
006250                 IF CAL-DATE < WS-MIN-DATE
006260                     MOVE CAL-DATE TO WS-MIN-DATE
006270                 END-IF
006390* 5100-WALK-DATE-RANGE                                           *
006400*    WALKS EVERY CALENDAR DATE FROM THE FIRST TO THE LAST ON     *
006410*    FILE.  A DATE WITH NO RECORD IS A GAP; A DATE WITH MORE     *
006416*    THAN ONE IS A DUPLICATE.  A DATE WITH EXACTLY ONE RECORD    *
006422*    HAS ITS PERIOD-END FLAGS CHECKED, AND EACH MONTH IS JUDGED  *
006428*    ON ITS LAST CALENDAR DAY.  EVERY FINDING IS REPORTED AND    *
006434*    POSTS RETURN CODE 8.                                        *
006440*----------------------------------------------------------------*
006450 5100-WALK-DATE-RANGE.
006453     MOVE ZERO TO WS-LAST-PROC-IDX
006456     MOVE ZERO TO WS-MONTH-END-SEEN
006460     MOVE WS-MIN-DATE TO WS-WORK-DATE-X
006470     PERFORM 5200-CHECK-ONE-DATE THRU 5200-EXIT
006480         UNTIL WS-WORK-DATE-X > WS-MAX-DATE.
006510
006520 5200-CHECK-ONE-DATE.
006530     MOVE ZERO TO WS-DATE-HIT-COUNT
006535     MOVE ZERO TO WS-CAL-HIT-IDX
006540     PERFORM 5210-COUNT-ONE-ENTRY THRU 5210-EXIT
006550         VARYING WS-CAL-IDX FROM 1 BY 1
006560         UNTIL WS-CAL-IDX > WS-CAL-TABLE-COUNT
006720             END-STRING
006730             PERFORM 5220-PRINT-FINDING THRU 5220-EXIT
006740         WHEN OTHER
006750             PERFORM 5230-CHECK-PERIOD-FLAGS THRU 5230-EXIT
006760     END-EVALUATE
006761     MOVE WS-WRK-YYYY TO WS-DATE-YYYY
006762     MOVE WS-WRK-MM   TO WS-DATE-MM
006764     PERFORM 7300-DAYS-IN-MONTH THRU 7300-EXIT
006765     IF WS-WRK-DD = WS-DAYS-IN-MONTH
006767         PERFORM 5240-CHECK-MONTH-CLOSE THRU 5240-EXIT
006768     END-IF
006770     PERFORM 7200-NEXT-DATE THRU 7200-EXIT.
006780 5200-EXIT.
006790     EXIT.
006800
006810 5210-COUNT-ONE-ENTRY.
006820     IF WS-CAL-DATE(WS-CAL-IDX) = WS-WORK-DATE-X
006830         ADD 1 TO WS-DATE-HIT-COUNT
006835         MOVE WS-CAL-IDX TO WS-CAL-HIT-IDX
006840     END-IF.
006850 5210-EXIT.
006860     EXIT.
006940     END-IF.
006950 5220-EXIT.
006960     EXIT.
006960
006960*----------------------------------------------------------------*
006960* 5230-CHECK-PERIOD-FLAGS                                        *
006960*    CHECKS THE PERIOD-END FLAGS ON THE ONE RECORD FOR THE DATE  *
006960*    BEING WALKED: EACH FLAG MUST BE Y, N, OR BLANK (A RECORD    *
006960*    BUILT BEFORE THE FLAGS EXISTED); NO FLAG MAY SIT ON A       *
006960*    NON-PROCESSING DAY; A QUARTER-END MUST ALSO BE A MONTH-END  *
006960*    IN A QUARTER-END MONTH, AND A YEAR-END ALSO A QUARTER-END   *
006960*    IN DECEMBER.  THE LAST PROCESSING DAY AND THE MONTH-END     *
006960*    FLAGS SEEN SO FAR IN THE MONTH ARE CARRIED FOR 5240.        *
006960*----------------------------------------------------------------*
006960 5230-CHECK-PERIOD-FLAGS.
006960     MOVE WS-CAL-HIT-IDX TO WS-CAL-IDX
006961     IF WS-CAL-PROCESSING-DAY(WS-CAL-IDX)
006961         MOVE WS-CAL-IDX TO WS-LAST-PROC-IDX
006961     END-IF
006961     IF WS-CAL-MONTH-END(WS-CAL-IDX) = "Y"
006961         ADD 1 TO WS-MONTH-END-SEEN
006961     END-IF
006961     IF (WS-CAL-MONTH-END(WS-CAL-IDX) NOT = "Y"
006961         AND WS-CAL-MONTH-END(WS-CAL-IDX) NOT = "N"
006961         AND WS-CAL-MONTH-END(WS-CAL-IDX) NOT = SPACE)
006961     OR (WS-CAL-QUARTER-END(WS-CAL-IDX) NOT = "Y"
006961         AND WS-CAL-QUARTER-END(WS-CAL-IDX) NOT = "N"
006961         AND WS-CAL-QUARTER-END(WS-CAL-IDX) NOT = SPACE)
006961     OR (WS-CAL-YEAR-END(WS-CAL-IDX) NOT = "Y"
006961         AND WS-CAL-YEAR-END(WS-CAL-IDX) NOT = "N"
006962         AND WS-CAL-YEAR-END(WS-CAL-IDX) NOT = SPACE)
006962         MOVE "PERIOD-END FLAG NOT Y OR N ON "
006962             TO WS-VALIDATION-MESSAGE
006962         PERFORM 5250-PRINT-PERIOD-FINDING THRU 5250-EXIT
006962         GO TO 5230-EXIT
006962     END-IF
006962     PERFORM 7400-BUILD-PERIOD-END-TEXT THRU 7400-EXIT
006962     IF WS-PERIOD-END-TEXT = SPACES
006962         GO TO 5230-EXIT
006962     END-IF
006962     IF NOT WS-CAL-PROCESSING-DAY(WS-CAL-IDX)
006962         MOVE "PERIOD-END FLAG ON A NON-PROCESSING DAY "
006962             TO WS-VALIDATION-MESSAGE
006962         PERFORM 5250-PRINT-PERIOD-FINDING THRU 5250-EXIT
006963     END-IF
006963     IF WS-CAL-QUARTER-END(WS-CAL-IDX) = "Y"
006963         AND WS-CAL-MONTH-END(WS-CAL-IDX) NOT = "Y"
006963         MOVE "QUARTER-END FLAG WITHOUT MONTH-END ON "
006963             TO WS-VALIDATION-MESSAGE
006963         PERFORM 5250-PRINT-PERIOD-FINDING THRU 5250-EXIT
006963     END-IF
006963     IF WS-CAL-YEAR-END(WS-CAL-IDX) = "Y"
006963         AND WS-CAL-QUARTER-END(WS-CAL-IDX) NOT = "Y"
006963         MOVE "YEAR-END FLAG WITHOUT QUARTER-END ON "
006963             TO WS-VALIDATION-MESSAGE
006963         PERFORM 5250-PRINT-PERIOD-FINDING THRU 5250-EXIT
006963     END-IF
006963     IF WS-CAL-QUARTER-END(WS-CAL-IDX) = "Y"
006964         AND WS-WRK-MM NOT = 3 AND WS-WRK-MM NOT = 6
006964         AND WS-WRK-MM NOT = 9 AND WS-WRK-MM NOT = 12
006964         MOVE "QUARTER-END FLAG OUTSIDE A QUARTER-END MONTH ON "
006964             TO WS-VALIDATION-MESSAGE
006964         PERFORM 5250-PRINT-PERIOD-FINDING THRU 5250-EXIT
006964     END-IF
006964     IF WS-CAL-YEAR-END(WS-CAL-IDX) = "Y"
006964         AND WS-WRK-MM NOT = 12
006964         MOVE "YEAR-END FLAG OUTSIDE DECEMBER ON "
006964             TO WS-VALIDATION-MESSAGE
006964         PERFORM 5250-PRINT-PERIOD-FINDING THRU 5250-EXIT
006964     END-IF.
006964 5230-EXIT.
006965     EXIT.
006965
006965*----------------------------------------------------------------*
006965* 5240-CHECK-MONTH-CLOSE                                         *
006965*    ON THE LAST CALENDAR DAY OF A MONTH, CHECKS THAT THE MONTH  *
006965*    CARRIED EXACTLY ONE MONTH-END FLAG AND THAT IT SITS ON THE  *
006965*    MONTH'S LAST PROCESSING DAY, WITH THE QUARTER-END AND       *
006965*    YEAR-END FLAGS THERE TOO WHEN THE MONTH CLOSES A QUARTER    *
006965*    OR THE YEAR.  A MONTH WITH NO PROCESSING DAY ON FILE HAS    *
006965*    NOTHING TO FLAG.  A MONTH CUT OFF BY THE LAST DATE ON FILE  *
006965*    IS NEVER REACHED HERE AND IS NOT JUDGED.                    *
006965*----------------------------------------------------------------*
006965 5240-CHECK-MONTH-CLOSE.
006965     IF WS-LAST-PROC-IDX = ZERO
006966         GO TO 5240-RESET
006966     END-IF
006966     MOVE WS-LAST-PROC-IDX TO WS-CAL-IDX
006966     MOVE "N" TO WS-QUARTER-MONTH-SWITCH
006966     IF WS-WRK-MM = 3 OR WS-WRK-MM = 6 OR WS-WRK-MM = 9
006966         OR WS-WRK-MM = 12
006966         SET WS-QUARTER-END-MONTH TO TRUE
006966     END-IF
006966     EVALUATE TRUE
006966         WHEN WS-MONTH-END-SEEN > 1
006966             MOVE "MORE THAN ONE MONTH-END FLAG IN THE MONTH OF "
006966                 TO WS-VALIDATION-MESSAGE
006966             PERFORM 5250-PRINT-PERIOD-FINDING THRU 5250-EXIT
006966         WHEN WS-CAL-MONTH-END(WS-CAL-IDX) NOT = "Y"
006967             MOVE "MONTH-END FLAG MISSING ON LAST PROCESSING DAY "
006967                 TO WS-VALIDATION-MESSAGE
006967             PERFORM 5250-PRINT-PERIOD-FINDING THRU 5250-EXIT
006967         WHEN OTHER
006967             CONTINUE
006967     END-EVALUATE
006967     IF WS-QUARTER-END-MONTH
006967         AND WS-CAL-QUARTER-END(WS-CAL-IDX) NOT = "Y"
006967         MOVE "QUARTER-END FLAG MISSING ON LAST PROCESSING DAY "
006967             TO WS-VALIDATION-MESSAGE
006967         PERFORM 5250-PRINT-PERIOD-FINDING THRU 5250-EXIT
006967     END-IF
006967     IF WS-WRK-MM = 12
006967         AND WS-CAL-YEAR-END(WS-CAL-IDX) NOT = "Y"
006968         MOVE "YEAR-END FLAG MISSING ON LAST PROCESSING DAY "
006968             TO WS-VALIDATION-MESSAGE
006968         PERFORM 5250-PRINT-PERIOD-FINDING THRU 5250-EXIT
006968     END-IF.
006968 5240-RESET.
006968     MOVE ZERO TO WS-LAST-PROC-IDX
006968     MOVE ZERO TO WS-MONTH-END-SEEN.
006968 5240-EXIT.
006968     EXIT.
006968
006968*----------------------------------------------------------------*
006968* 5250-PRINT-PERIOD-FINDING                                      *
006968*    PRINTS A PERIOD-END FLAG FINDING - THE TEXT IN              *
006968*    WS-VALIDATION-MESSAGE FOLLOWED BY THE DATE OF THE CALENDAR  *
006969*    ENTRY AT WS-CAL-IDX - AND COUNTS IT.                        *
006969*----------------------------------------------------------------*
006969 5250-PRINT-PERIOD-FINDING.
006969     ADD 1 TO WS-PERIOD-FINDING-COUNT
006969     MOVE SPACES TO WS-DETAIL-LINE
006969     STRING WS-VALIDATION-MESSAGE   DELIMITED BY "  "
006969            " "                     DELIMITED BY SIZE
006969            WS-CAL-DATE(WS-CAL-IDX) DELIMITED BY SIZE
006969            INTO WS-DETAIL-LINE
006969     END-STRING
006969     PERFORM 5220-PRINT-FINDING THRU 5220-EXIT.
006969 5250-EXIT.
006969     EXIT.
006970
006980*----------------------------------------------------------------*
006990* 5300-CHECK-HORIZON                                             *
007570     MOVE " " TO PRT-CARRIAGE-CONTROL
007580     MOVE WS-COUNT-LINE TO PRT-TEXT
007590     WRITE PRT-FILE-RECORD
007591     MOVE WS-PERIOD-FINDING-COUNT TO WS-EDIT-COUNT
007592     MOVE SPACES TO WS-COUNT-LINE
007593     STRING "PERIOD-END FLAG FINDINGS: " DELIMITED BY SIZE
007594            WS-EDIT-COUNT                DELIMITED BY SIZE
007595            INTO WS-COUNT-LINE
007596     END-STRING
007597     MOVE " " TO PRT-CARRIAGE-CONTROL
007598     MOVE WS-COUNT-LINE TO PRT-TEXT
007599     WRITE PRT-FILE-RECORD
007600     IF WS-CAL-OVERFLOW > ZERO
007610         MOVE " " TO PRT-CARRIAGE-CONTROL
007620         MOVE "WARNING - WORK TABLE OVERFLOW - VERIFY INCOMPLETE"
007800            WS-JH-RUN-TIME  DELIMITED BY SIZE
007810            "   JOB: "      DELIMITED BY SIZE
007820            WS-JH-JOB-NAME  DELIMITED BY SIZE
007823            "   ENTITY: "   DELIMITED BY SIZE
007826            WS-BUILD-ENTITY DELIMITED BY SIZE
007830            INTO WS-RUNDATE-LINE
007840     END-STRING
007850     MOVE " " TO PRT-CARRIAGE-CONTROL
008910     END-EVALUATE.
008920 7300-EXIT.
008930     EXIT.
008930
008930*----------------------------------------------------------------*
008931* 7400-BUILD-PERIOD-END-TEXT                                     *
008931*    SPELLS OUT THE PERIOD-END FLAGS OF THE CALENDAR TABLE ENTRY *
008931*    AT WS-CAL-IDX FOR THE REPORT - BLANK WHEN IT CARRIES NONE.  *
008932*----------------------------------------------------------------*
008932 7400-BUILD-PERIOD-END-TEXT.
008932     MOVE SPACES TO WS-PERIOD-END-TEXT
008933     MOVE 1 TO WS-PERIOD-TEXT-PTR
008933     IF WS-CAL-MONTH-END(WS-CAL-IDX) = "Y"
008933         STRING "MONTH-END " DELIMITED BY SIZE
008934             INTO WS-PERIOD-END-TEXT
008934             WITH POINTER WS-PERIOD-TEXT-PTR
008934         END-STRING
008935     END-IF
008935     IF WS-CAL-QUARTER-END(WS-CAL-IDX) = "Y"
008935         STRING "QUARTER-END " DELIMITED BY SIZE
008936             INTO WS-PERIOD-END-TEXT
008936             WITH POINTER WS-PERIOD-TEXT-PTR
008936         END-STRING
008937     END-IF
008937     IF WS-CAL-YEAR-END(WS-CAL-IDX) = "Y"
008937         STRING "YEAR-END" DELIMITED BY SIZE
008938             INTO WS-PERIOD-END-TEXT
008938             WITH POINTER WS-PERIOD-TEXT-PTR
008938         END-STRING
008939     END-IF.
008939 7400-EXIT.
008939     EXIT.
008940
008950*----------------------------------------------------------------*
008960* 8000-TERMINATE                                                 *
