000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMEADRV.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMEADRV CHECKS THE STATE, POSTAL CODE, AND PHONE OF ONE     *
000180* ADDRESS AGAINST THE NAMESTRF STATE REFERENCE FILE.  SHARED   *
000190* BY NAMEADRC AT CAPTURE TIME AND BY THE NAMEADSC SCRUB JOB    *
000200* THE SAME WAY NAMECALV IS SHARED BY THE BATCH STREAM, SO THE  *
000210* SCREEN AND THE SCRUB REPORT NEVER DISAGREE ABOUT WHAT A BAD  *
000220* ADDRESS IS.  THE CALLER PASSES ONE NAMEADRP AREA; THE CHECKS *
000230* AND RESULT CODES ARE DESCRIBED IN THAT COPYBOOK.             *
000240*                                                              *
000250* THE REFERENCE FILE IS OPENED ON THE FIRST CALL AND LEFT OPEN *
000260* FOR THE REST OF THE RUN, SO THE SCRUB JOB DOES NOT OPEN IT   *
000270* ONCE PER ADDRESS.  WITH NO REFERENCE FILE THE FORMAT CHECKS  *
000280* STILL RUN AND THE REFERENCE STATUS SAYS THE REST WERE        *
000290* SKIPPED.                                                     *
000300*--------------------------------------------------------------*
000310* MODIFICATION HISTORY                                        *
000320*--------------------------------------------------------------*
000330* DATE       INIT  DESCRIPTION                                 *
000340* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000341* 2026-10-15 SV    TAKE ANY OPEN OR READ STATUS ON NAMESTRF    *
000342*                  OTHER THAN 00 (OR 23 ON A READ) AS A        *
000343*                  MISSING REFERENCE FILE.                     *
000350*--------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT STATE-REF-FILE ASSIGN TO "NAMESTRF"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS ST-STATE-CODE
000430         FILE STATUS IS AR-STATE-FILE-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470*--------------------------------------------------------------*
000480* STATE-REF-FILE - THE VALID STATE CODES AND THEIR ZIP CODE    *
000490* RANGES.  INPUT ONLY.                                         *
000500*--------------------------------------------------------------*
000510 FD  STATE-REF-FILE.
000520 01  ST-STATE-RECORD.
000530     COPY NAMESTRF.
000540*
000550 WORKING-STORAGE SECTION.
000560 77  AR-STATE-FILE-STATUS        PIC X(02).
000570 77  AR-OPEN-SW                  PIC X(01) VALUE "N".
000580     88  AR-NOT-YET-OPENED                   VALUE "N".
000590     88  AR-FILE-OPEN                        VALUE "Y".
000600     88  AR-FILE-MISSING                     VALUE "M".
000610 77  AR-STATE-FOUND-SW           PIC X(01).
000620     88  AR-STATE-FOUND                      VALUE "Y".
000630 77  AR-ZIP-MATCHED-SW           PIC X(01).
000640     88  AR-ZIP-MATCHED                      VALUE "Y".
000650 77  AR-PHONE-BAD-SW             PIC X(01).
000660     88  AR-PHONE-BAD                        VALUE "Y".
000670 77  AR-RANGE-SUB                PIC 9(02) COMP.
000680 77  AR-RANGE-MAX                PIC 9(02) COMP VALUE 4.
000690 77  AR-SCAN-SUB                 PIC 9(02) COMP.
000700 77  AR-DIGIT-COUNT              PIC 9(02) COMP.
000710 77  AR-ZIP-PREFIX-NUM           PIC 9(03).
000720 77  AR-LOWER-CASE               PIC X(26)
000730         VALUE "abcdefghijklmnopqrstuvwxyz".
000740 77  AR-UPPER-CASE               PIC X(26)
000750         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000760*
000770*--------------------------------------------------------------*
000780* THE STATE CODE, ONE LETTER AT A TIME.                        *
000790*--------------------------------------------------------------*
000800 01  AR-STATE-WORK               PIC X(02).
000810 01  AR-STATE-LETTERS REDEFINES AR-STATE-WORK.
000820     05  AR-STATE-LETTER-1       PIC X(01).
000830     05  AR-STATE-LETTER-2       PIC X(01).
000840*
000850*--------------------------------------------------------------*
000860* THE POSTAL CODE AS NNNNN-NNNN, AND AS NINE DIGITS RUN        *
000870* TOGETHER.                                                    *
000880*--------------------------------------------------------------*
000890 01  AR-POSTAL-WORK.
000900     05  AR-ZIP-FIVE.
000910         10  AR-ZIP-PREFIX       PIC X(03).
000920         10  FILLER              PIC X(02).
000930     05  AR-ZIP-SEPARATOR        PIC X(01).
000940     05  AR-ZIP-PLUS-FOUR        PIC X(04).
000950 01  AR-POSTAL-NINE REDEFINES AR-POSTAL-WORK.
000960     05  AR-ZIP-NINE             PIC X(09).
000970     05  AR-ZIP-TENTH            PIC X(01).
000980*
000990*--------------------------------------------------------------*
001000* THE PHONE AS KEYED, AND THE DIGITS PICKED OUT OF IT.         *
001010*--------------------------------------------------------------*
001020 01  AR-PHONE-WORK.
001030     05  AR-PHONE-CHAR OCCURS 15 TIMES
001040                                 PIC X(01).
001050 01  AR-PHONE-DIGITS.
001060     05  AR-PHONE-DIGIT OCCURS 15 TIMES
001070                                 PIC X(01).
001080*
001090 LINKAGE SECTION.
001100 01  AR-ADDRESS-PARMS.
001110     COPY NAMEADRP.
001120*
001130 PROCEDURE DIVISION USING AR-ADDRESS-PARMS.
001140*--------------------------------------------------------------*
001150* 0000-MAINLINE - OPEN THE REFERENCE FILE ON THE FIRST CALL,   *
001160* RUN THE THREE FIELD CHECKS, AND SUM THEM UP: ANY BAD FIELD   *
001170* IS AN ERROR, A STATE/POSTAL MISMATCH ALONE IS A WARNING.     *
001180*--------------------------------------------------------------*
001190 0000-MAINLINE.
001200     IF AR-NOT-YET-OPENED
001210         PERFORM 1000-OPEN-REFERENCE THRU 1000-OPEN-REFERENCE-EXIT
001220     END-IF.
001230     SET AV-REFERENCE-OK TO TRUE.
001240     IF AR-FILE-MISSING
001250         SET AV-REFERENCE-MISSING TO TRUE
001260     END-IF.
001270     MOVE SPACES TO AV-STATE-NAME.
001280     MOVE SPACE TO AV-STATE-RESULT.
001290     MOVE SPACE TO AV-POSTAL-RESULT.
001300     MOVE SPACE TO AV-PHONE-RESULT.
001310     MOVE SPACE TO AV-ADDRESS-RESULT.
001320     INSPECT AV-STATE CONVERTING AR-LOWER-CASE TO AR-UPPER-CASE.
001330     PERFORM 2000-CHECK-STATE THRU 2000-CHECK-STATE-EXIT.
001340     PERFORM 3000-CHECK-POSTAL THRU 3000-CHECK-POSTAL-EXIT.
001350     PERFORM 4000-CHECK-PHONE THRU 4000-CHECK-PHONE-EXIT.
001360     IF AV-STATE-UNKNOWN
001370             OR AV-POSTAL-MALFORMED
001380             OR AV-PHONE-MALFORMED
001390         SET AV-ADDRESS-ERROR TO TRUE
001400     ELSE
001410         IF AV-POSTAL-MISMATCH
001420             SET AV-ADDRESS-WARNING TO TRUE
001430         END-IF
001440     END-IF.
001450     GOBACK.
001460*
001470*--------------------------------------------------------------*
001480* 1000-OPEN-REFERENCE - A MISSING FILE IS NOT AN ERROR HERE;   *
001490* THE STATE AND MISMATCH CHECKS ARE SKIPPED AND SAY SO.  ANY   *
001491* OPEN STATUS BUT 00 IS TAKEN AS A MISSING FILE.               *
001500*--------------------------------------------------------------*
001510 1000-OPEN-REFERENCE.
001520     OPEN INPUT STATE-REF-FILE.
001530     IF AR-STATE-FILE-STATUS = "00"
001540         SET AR-FILE-OPEN TO TRUE
001550     ELSE
001560         SET AR-FILE-MISSING TO TRUE
001570     END-IF.
001580 1000-OPEN-REFERENCE-EXIT.
001590     EXIT.
001600*
001610*--------------------------------------------------------------*
001620* 2000-CHECK-STATE - TWO LETTERS, AND ON THE REFERENCE FILE.   *
001630* WITHOUT THE FILE ONLY THE TWO LETTERS CAN BE CHECKED.  A     *
001631* READ THAT FAILS FOR ANY REASON BUT AN UNKNOWN KEY (23) IS    *
001632* TAKEN AS A MISSING REFERENCE FILE FOR THIS ADDRESS.          *
001640*--------------------------------------------------------------*
001650 2000-CHECK-STATE.
001660     MOVE "N" TO AR-STATE-FOUND-SW.
001670     IF AV-STATE = SPACES
001680         GO TO 2000-CHECK-STATE-EXIT
001690     END-IF.
001700     MOVE AV-STATE TO AR-STATE-WORK.
001710     IF AR-STATE-WORK IS NOT ALPHABETIC-UPPER
001720             OR AR-STATE-LETTER-1 = SPACE
001730             OR AR-STATE-LETTER-2 = SPACE
001740         SET AV-STATE-UNKNOWN TO TRUE
001750         GO TO 2000-CHECK-STATE-EXIT
001760     END-IF.
001770     IF NOT AR-FILE-OPEN
001780         GO TO 2000-CHECK-STATE-EXIT
001790     END-IF.
001800     MOVE AV-STATE TO ST-STATE-CODE.
001810     READ STATE-REF-FILE
001820         INVALID KEY
001830             SET AV-STATE-UNKNOWN TO TRUE
001840         NOT INVALID KEY
001850             SET AR-STATE-FOUND TO TRUE
001860             MOVE ST-STATE-NAME TO AV-STATE-NAME
001870     END-READ.
001871     IF AR-STATE-FILE-STATUS NOT = "00"
001872             AND AR-STATE-FILE-STATUS NOT = "23"
001873         MOVE "N" TO AR-STATE-FOUND-SW
001874         MOVE SPACES TO AV-STATE-NAME
001875         SET AV-REFERENCE-MISSING TO TRUE
001876     END-IF.
001880 2000-CHECK-STATE-EXIT.
001890     EXIT.
001900*
001910*--------------------------------------------------------------*
001920* 3000-CHECK-POSTAL - NNNNN, NNNNN-NNNN, OR NNNNNNNNN, LEFT    *
001930* JUSTIFIED.  A WELL-FORMED CODE IS THEN MATCHED ON ITS FIRST  *
001940* THREE DIGITS AGAINST THE STATE'S RANGES, WHEN THE STATE WAS  *
001950* FOUND ON THE REFERENCE FILE.                                 *
001960*--------------------------------------------------------------*
001970 3000-CHECK-POSTAL.
001980     IF AV-POSTAL-CODE = SPACES
001990         GO TO 3000-CHECK-POSTAL-EXIT
002000     END-IF.
002010     MOVE AV-POSTAL-CODE TO AR-POSTAL-WORK.
002020     IF AR-ZIP-FIVE IS NOT NUMERIC
002030         SET AV-POSTAL-MALFORMED TO TRUE
002040         GO TO 3000-CHECK-POSTAL-EXIT
002050     END-IF.
002060     IF NOT ((AR-ZIP-SEPARATOR = SPACE
002070                 AND AR-ZIP-PLUS-FOUR = SPACES)
002080             OR (AR-ZIP-SEPARATOR = "-"
002090                 AND AR-ZIP-PLUS-FOUR IS NUMERIC)
002100             OR (AR-ZIP-NINE IS NUMERIC
002110                 AND AR-ZIP-TENTH = SPACE))
002120         SET AV-POSTAL-MALFORMED TO TRUE
002130         GO TO 3000-CHECK-POSTAL-EXIT
002140     END-IF.
002150     IF NOT AR-STATE-FOUND
002160         GO TO 3000-CHECK-POSTAL-EXIT
002170     END-IF.
002180     MOVE AR-ZIP-PREFIX TO AR-ZIP-PREFIX-NUM.
002190     MOVE "N" TO AR-ZIP-MATCHED-SW.
002200     MOVE 1 TO AR-RANGE-SUB.
002210     PERFORM 3100-CHECK-ONE-RANGE THRU 3100-CHECK-ONE-RANGE-EXIT
002220         UNTIL AR-ZIP-MATCHED OR AR-RANGE-SUB > AR-RANGE-MAX.
002230     IF NOT AR-ZIP-MATCHED
002240         SET AV-POSTAL-MISMATCH TO TRUE
002250     END-IF.
002260 3000-CHECK-POSTAL-EXIT.
002270     EXIT.
002280*
002290*--------------------------------------------------------------*
002300* 3100-CHECK-ONE-RANGE - AN UNUSED RANGE (000-000) MATCHES     *
002310* NOTHING.                                                     *
002320*--------------------------------------------------------------*
002330 3100-CHECK-ONE-RANGE.
002340     IF ST-ZIP-HIGH (AR-RANGE-SUB) NOT = ZERO
002350             AND AR-ZIP-PREFIX-NUM
002360                 NOT < ST-ZIP-LOW (AR-RANGE-SUB)
002370             AND AR-ZIP-PREFIX-NUM
002380                 NOT > ST-ZIP-HIGH (AR-RANGE-SUB)
002390         SET AR-ZIP-MATCHED TO TRUE
002400     END-IF.
002410     ADD 1 TO AR-RANGE-SUB.
002420 3100-CHECK-ONE-RANGE-EXIT.
002430     EXIT.
002440*
002450*--------------------------------------------------------------*
002460* 4000-CHECK-PHONE - PICK THE DIGITS OUT OF THE PHONE AS       *
002470* KEYED.  ONLY SPACES ( ) - . AND / MAY SEPARATE THEM.  TEN    *
002480* DIGITS, OR ELEVEN WITH A LEADING 1, AND THE AREA CODE MAY    *
002490* NOT START WITH 0 OR 1.                                       *
002500*--------------------------------------------------------------*
002510 4000-CHECK-PHONE.
002520     IF AV-PHONE = SPACES
002530         GO TO 4000-CHECK-PHONE-EXIT
002540     END-IF.
002550     MOVE AV-PHONE TO AR-PHONE-WORK.
002560     MOVE SPACES TO AR-PHONE-DIGITS.
002570     MOVE ZERO TO AR-DIGIT-COUNT.
002580     MOVE "N" TO AR-PHONE-BAD-SW.
002590     MOVE 1 TO AR-SCAN-SUB.
002600     PERFORM 4100-SCAN-ONE-CHAR THRU 4100-SCAN-ONE-CHAR-EXIT
002610         UNTIL AR-PHONE-BAD OR AR-SCAN-SUB > 15.
002620     IF AR-PHONE-BAD
002630         SET AV-PHONE-MALFORMED TO TRUE
002640         GO TO 4000-CHECK-PHONE-EXIT
002650     END-IF.
002660     EVALUATE TRUE
002670         WHEN AR-DIGIT-COUNT = 10
002680                 AND AR-PHONE-DIGIT (1) NOT = "0"
002690                 AND AR-PHONE-DIGIT (1) NOT = "1"
002700             CONTINUE
002710         WHEN AR-DIGIT-COUNT = 11
002720                 AND AR-PHONE-DIGIT (1) = "1"
002730                 AND AR-PHONE-DIGIT (2) NOT = "0"
002740                 AND AR-PHONE-DIGIT (2) NOT = "1"
002750             CONTINUE
002760         WHEN OTHER
002770             SET AV-PHONE-MALFORMED TO TRUE
002780     END-EVALUATE.
002790 4000-CHECK-PHONE-EXIT.
002800     EXIT.
002810*
002820 4100-SCAN-ONE-CHAR.
002830     EVALUATE AR-PHONE-CHAR (AR-SCAN-SUB)
002840         WHEN "0" THRU "9"
002850             IF AR-DIGIT-COUNT < 15
002860                 ADD 1 TO AR-DIGIT-COUNT
002870                 MOVE AR-PHONE-CHAR (AR-SCAN-SUB)
002880                     TO AR-PHONE-DIGIT (AR-DIGIT-COUNT)
002890             END-IF
002900         WHEN SPACE
002910         WHEN "("
002920         WHEN ")"
002930         WHEN "-"
002940         WHEN "."
002950         WHEN "/"
002960             CONTINUE
002970         WHEN OTHER
002980             SET AR-PHONE-BAD TO TRUE
002990     END-EVALUATE.
003000     ADD 1 TO AR-SCAN-SUB.
003010 4100-SCAN-ONE-CHAR-EXIT.
003020     EXIT.
003030 END PROGRAM NAMEADRV.
