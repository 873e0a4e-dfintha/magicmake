000010******************************************************************
000020* PROGRAM-ID : SNAPSUM                                          *
000030* AUTHOR     : D. L. FENWICK                                    *
000040* INSTALLATION : SHOP BATCH SUPPORT SECTION                      *
000050* DATE-WRITTEN  : 2026-10-15                                     *
000060*                                                                *
000070* SHARED CONTROL-FILE RECORD SUMMING ROUTINE, BUILT ON THE       *
000080* HOLDCHK PATTERN.  THE SNAPSHOT STEP (CTLSNAP) CALLS IT FOR     *
000090* EVERY RECORD IT COPIES TO BUILD THE MANIFEST, AND THE RESTORE  *
000100* STEP (CTLREST) CALLS IT FOR EVERY RECORD OF THE SNAPSHOT IT IS *
000110* ASKED TO RESTORE TO CHECK THE SNAPSHOT AGAINST THE MANIFEST -  *
000120* ONE ROUTINE, SO THE TWO CAN NEVER DISAGREE ABOUT A FILE'S KEY  *
000130* OR HOW A RECORD IS HASHED.                                     *
000140*                                                                *
000150* THE CALLER PASSES ITS SNAP-SUM-AREA (SEE COPYBOOK SNAPSUM)     *
000160* WITH THE CONTROL FILE NAME AND THE RECORD IMAGE.  THE ROUTINE  *
000170* HANDS BACK THE FILE'S RECORD LENGTH, THE RECORD KEY, AND THE   *
000180* RECORD HASH - EACH BYTE'S CODE POINT TIMES ITS POSITION IN THE *
000190* RECORD, SUMMED OVER THE RECORD LENGTH.  WEIGHTING BY POSITION  *
000200* MEANS TWO BYTES TRADING PLACES CHANGE THE HASH, WHICH A PLAIN  *
000210* SUM OF THE BYTES WOULD MISS.  THE ROUTINE OPENS NO FILES AND   *
000220* PRINTS NOTHING.                                                *
000230*------------------------------------------------------------------
000240* MOD HISTORY                                                    *
000250*   2026-10-15  DLF  INITIAL VERSION.                            *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    SNAPSUM.
000290 AUTHOR.        D. L. FENWICK.
000300 INSTALLATION.  SHOP BATCH SUPPORT SECTION.
000310 DATE-WRITTEN.  2026-10-15.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350
000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000380*----------------------------------------------------------------*
000390*    BYTE POSITION BEING ADDED.                                  *
000400*----------------------------------------------------------------*
000410 77  WS-BYTE-IDX                  PIC 9(04) COMP VALUE ZERO.
000420
000430*----------------------------------------------------------------*
000440*    CODE-POINT WORK AREA.  THE BYTE IS MOVED INTO THE LOW HALF  *
000450*    OF A HALFWORD WHOSE HIGH HALF IS ALWAYS LOW-VALUE, SO THE   *
000460*    BINARY REDEFINITION READS AS THE BYTE'S CODE POINT, 0-255.  *
000470*----------------------------------------------------------------*
000480 01  WS-CODE-POINT-AREA.
000490     05  WS-CODE-POINT-HIGH       PIC X(01) VALUE LOW-VALUE.
000500     05  WS-CODE-POINT-LOW        PIC X(01) VALUE LOW-VALUE.
000510 01  WS-CODE-POINT REDEFINES WS-CODE-POINT-AREA
000520                                  PIC 9(04) COMP.
000530
000540 LINKAGE SECTION.
000550 COPY SNAPSUM.
000560
000570******************************************************************
000580* 0000-MAINLINE                                                  *
000590*    RESETS THE OUTPUT FIELDS, TAKES THE FILE'S RECORD LENGTH    *
000600*    AND KEY, AND HASHES THE RECORD.                             *
000610******************************************************************
000620 PROCEDURE DIVISION USING SNAP-SUM-AREA.
000630
000640 0000-MAINLINE.
000650     MOVE ZERO   TO SUM-RECORD-LENGTH
000660     MOVE SPACES TO SUM-RECORD-KEY
000670     MOVE ZERO   TO SUM-RECORD-HASH
000680     MOVE ZERO   TO SUM-RETURN-CODE
000690     PERFORM 1000-EXTRACT-RECORD-KEY THRU 1000-EXIT
000700     IF SUM-RETURN-CODE = ZERO
000710         PERFORM 2000-HASH-RECORD THRU 2000-EXIT
000720     END-IF
000730     GOBACK.
000740
000750*----------------------------------------------------------------*
000760* 1000-EXTRACT-RECORD-KEY                                        *
000770*    EACH FILE'S RECORD LENGTH AND KEY, AS ITS OWN COPYBOOK LAYS *
000780*    THEM OUT (MSGTAB, CALREC, SLAREC, BASEREC, DAYSTREC).  THE  *
000790*    DAY-STATE KEY LEADS WITH THE ENTITY, AS THE FILE IS READ.   *
000800*----------------------------------------------------------------*
000810 1000-EXTRACT-RECORD-KEY.
000820     EVALUATE TRUE
000830         WHEN SUM-FILE-MSGFILE
000840             MOVE 102 TO SUM-RECORD-LENGTH
000850             MOVE SUM-RECORD(1:14)  TO SUM-RECORD-KEY(1:14)
000860         WHEN SUM-FILE-CALFILE
000870             MOVE 80 TO SUM-RECORD-LENGTH
000880             MOVE SUM-RECORD(1:8)   TO SUM-RECORD-KEY(1:8)
000890             MOVE SUM-RECORD(13:4)  TO SUM-RECORD-KEY(9:4)
000900         WHEN SUM-FILE-SLAFILE
000910             MOVE 80 TO SUM-RECORD-LENGTH
000920             MOVE SUM-RECORD(1:22)  TO SUM-RECORD-KEY(1:22)
000930             MOVE SUM-RECORD(29:4)  TO SUM-RECORD-KEY(23:4)
000940         WHEN SUM-FILE-BASEFILE
000950             MOVE 80 TO SUM-RECORD-LENGTH
000960             MOVE SUM-RECORD(1:22)  TO SUM-RECORD-KEY(1:22)
000970         WHEN SUM-FILE-DAYSTATE
000980             MOVE 42 TO SUM-RECORD-LENGTH
000990             MOVE SUM-RECORD(39:4)  TO SUM-RECORD-KEY(1:4)
001000             MOVE SUM-RECORD(1:8)   TO SUM-RECORD-KEY(5:8)
001010         WHEN OTHER
001020             MOVE 8 TO SUM-RETURN-CODE
001030     END-EVALUATE.
001040 1000-EXIT.
001050     EXIT.
001060
001070*----------------------------------------------------------------*
001080* 2000-HASH-RECORD                                               *
001090*    ADDS EACH BYTE'S CODE POINT, WEIGHTED BY ITS POSITION, OVER *
001100*    THE FILE'S RECORD LENGTH.                                   *
001110*----------------------------------------------------------------*
001120 2000-HASH-RECORD.
001130     PERFORM 2100-ADD-BYTE THRU 2100-EXIT
001140         VARYING WS-BYTE-IDX FROM 1 BY 1
001150         UNTIL WS-BYTE-IDX > SUM-RECORD-LENGTH.
001160 2000-EXIT.
001170     EXIT.
001180
001190 2100-ADD-BYTE.
001200     MOVE SUM-RECORD(WS-BYTE-IDX:1) TO WS-CODE-POINT-LOW
001210     COMPUTE SUM-RECORD-HASH =
001220         SUM-RECORD-HASH + WS-CODE-POINT * WS-BYTE-IDX.
001230 2100-EXIT.
001240     EXIT.
