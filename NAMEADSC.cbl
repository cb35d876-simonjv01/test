000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMEADSC.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMEADSC IS THE ONE-PASS SCRUB OF THE ADDRESS FILE.          *
000180* NAMEADRC NOW REFUSES A STATE CODE THAT DOES NOT EXIST AND A  *
000190* MALFORMED POSTAL CODE OR PHONE, AND QUERIES A POSTAL CODE    *
000200* THAT DOES NOT MATCH THE STATE - BUT EVERYTHING KEYED BEFORE  *
000210* THAT IS STILL ON FILE, AND NAMELTR KEEPS PRINTING WELCOME    *
000220* LETTERS TO IT.  THIS PROGRAM READS EVERY NAMEADDR RECORD     *
000230* ONCE, RUNS THE SAME NAMEADRV CHECKS THE SCREEN RUNS, AND     *
000240* LISTS EACH RECORD THAT FAILS ANY OF THEM BY THE INTAKE       *
000250* SOURCE OF ITS NAME, SO EACH BRANCH CAN CALL ITS OWN PEOPLE   *
000260* AND CORRECT THE ADDRESS THROUGH NAMEMAIN.  A CHILD RECORD    *
000270* WITH NO NAME-MASTER RECORD IS LISTED LAST UNDER ITS OWN      *
000280* HEADING.  A BLANK FIELD IS NOT A FAILURE - THE MONTHLY       *
000290* NAMEQUAL SCORECARD COUNTS THOSE.                             *
000300*                                                              *
000310* THE LIST IS NOT AN EXCEPTION REPORT FOR THE SCHEDULER; THE   *
000320* RUN ENDS RC=0 HOWEVER MANY RECORDS FAIL.  IT ENDS RC=16 ONLY *
000325* WHEN THE ADDRESS FILE OR THE MASTER CANNOT BE READ.          *
000330*--------------------------------------------------------------*
000340* MODIFICATION HISTORY                                        *
000350*--------------------------------------------------------------*
000360* DATE       INIT  DESCRIPTION                                 *
000370* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000371* 2026-10-15 SV    STOP RC=16 ON AN ADDRESS OR MASTER OPEN OR  *
000373*                  READ THAT FAILS FOR ANY REASON OTHER THAN   *
000375*                  NOT-ON-HAND, END OF FILE, OR KEY NOT FOUND, *
000376*                  AND TREAT THE MASTER AS AVAILABLE ONLY WHEN *
000378*                  IT OPENED CLEAN.                            *
000380*--------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ADDRESS-FILE ASSIGN TO "NAMEADDR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS AD-RECORD-KEY
000460         FILE STATUS IS AS-ADDRESS-FILE-STATUS.
000470     SELECT NAME-MASTER-FILE ASSIGN TO "NAMEMST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS NM-RECORD-KEY
000510         ALTERNATE RECORD KEY IS NM-NAME-KEY
000520             WITH DUPLICATES
000530         FILE STATUS IS AS-MASTER-FILE-STATUS.
000540     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000550     SELECT REPORT-FILE ASSIGN TO "NAMEADSR"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600*--------------------------------------------------------------*
000610* ADDRESS-FILE - THE FILE BEING SCRUBBED.  INPUT ONLY.         *
000620*--------------------------------------------------------------*
000630 FD  ADDRESS-FILE.
000640 01  AD-ADDRESS-RECORD.
000650     COPY NAMEADDR.
000660*
000670*--------------------------------------------------------------*
000680* NAME-MASTER-FILE - READ BY KEY FOR EACH FAILING ADDRESS TO   *
000690* GET THE NAME, STATUS, AND INTAKE SOURCE.  INPUT ONLY.        *
000700*--------------------------------------------------------------*
000710 FD  NAME-MASTER-FILE.
000720 01  NM-MASTER-RECORD.
000730     COPY NAMEMSTR.
000740*
000750*--------------------------------------------------------------*
000760* SORT-WORK-FILE - ONE RECORD PER FAILING ADDRESS, IN INTAKE   *
000770* SOURCE AND KEY ORDER.  ADDRESSES WITH NO MASTER RECORD ARE   *
000780* GROUP "2" SO THEY SORT AFTER EVERY SOURCE.                   *
000790*--------------------------------------------------------------*
000800 SD  SORT-WORK-FILE.
000810 01  SW-SORT-RECORD.
000820     05  SW-GROUP                PIC X(01).
000830         88  SW-MASTER-FOUND                 VALUE "1".
000840         88  SW-NO-MASTER                    VALUE "2".
000850     05  SW-SOURCE               PIC X(08).
000860     05  SW-RECORD-KEY           PIC 9(07).
000870     05  SW-NAME                 PIC X(25).
000880     05  SW-RECORD-STATUS        PIC X(01).
000890     05  SW-STATE                PIC X(02).
000900     05  SW-POSTAL-CODE          PIC X(10).
000910     05  SW-PHONE                PIC X(15).
000920     05  SW-STATE-RESULT         PIC X(01).
000930         88  SW-STATE-UNKNOWN                VALUE "U".
000940     05  SW-POSTAL-RESULT        PIC X(01).
000950         88  SW-POSTAL-MALFORMED             VALUE "F".
000960         88  SW-POSTAL-MISMATCH              VALUE "M".
000970     05  SW-PHONE-RESULT         PIC X(01).
000980         88  SW-PHONE-MALFORMED              VALUE "F".
000990*
001000*--------------------------------------------------------------*
001010* REPORT-FILE - THE PRINTED SCRUB LIST.                        *
001020*--------------------------------------------------------------*
001030 FD  REPORT-FILE.
001040 01  AS-REPORT-LINE              PIC X(80).
001050*
001060 WORKING-STORAGE SECTION.
001070 77  AS-ADDRESS-FILE-STATUS      PIC X(02).
001080 77  AS-MASTER-FILE-STATUS       PIC X(02).
001090 77  AS-RUN-DATE                 PIC 9(08).
001100 77  AS-ADDRESS-EOF-SW           PIC X(01) VALUE "N".
001110     88  AS-ADDRESS-EOF                      VALUE "Y".
001120 77  AS-SORT-EOF-SW              PIC X(01) VALUE "N".
001130     88  AS-SORT-EOF                         VALUE "Y".
001140 77  AS-ADDR-AVAIL-SW            PIC X(01) VALUE "N".
001150     88  AS-ADDR-AVAILABLE                   VALUE "Y".
001160 77  AS-MASTER-AVAIL-SW          PIC X(01) VALUE "N".
001170     88  AS-MASTER-AVAILABLE                 VALUE "Y".
001180 77  AS-REF-MISSING-SW           PIC X(01) VALUE "N".
001190     88  AS-REF-MISSING                      VALUE "Y".
001200 77  AS-FIRST-GROUP-SW           PIC X(01) VALUE "Y".
001210     88  AS-FIRST-GROUP                      VALUE "Y".
001220 77  AS-PREV-GROUP               PIC X(01).
001230 77  AS-PREV-SOURCE              PIC X(08).
001240 77  AS-GROUP-LABEL              PIC X(30).
001250 77  AS-EDIT-COUNT               PIC ZZZZZZ9.
001260 77  AS-EDIT-ST                  PIC ZZZZ9.
001270 77  AS-EDIT-ZP                  PIC ZZZZ9.
001280 77  AS-EDIT-MM                  PIC ZZZZ9.
001290 77  AS-EDIT-PH                  PIC ZZZZ9.
001300*
001310*--------------------------------------------------------------*
001320* RUN TOTALS, AND THE SAME COUNTS FOR THE SOURCE BEING         *
001330* PRINTED.                                                     *
001340*--------------------------------------------------------------*
001350 77  AS-ADDRESS-READ             PIC 9(07) VALUE ZERO.
001360 77  AS-FAIL-COUNT               PIC 9(07) VALUE ZERO.
001370 77  AS-STATE-BAD                PIC 9(07) VALUE ZERO.
001380 77  AS-POSTAL-BAD               PIC 9(07) VALUE ZERO.
001390 77  AS-MISMATCH                 PIC 9(07) VALUE ZERO.
001400 77  AS-PHONE-BAD                PIC 9(07) VALUE ZERO.
001410 77  AS-NO-MASTER-COUNT          PIC 9(07) VALUE ZERO.
001420 77  AS-SRC-LISTED               PIC 9(07) VALUE ZERO.
001430 77  AS-SRC-STATE-BAD            PIC 9(05) VALUE ZERO.
001440 77  AS-SRC-POSTAL-BAD           PIC 9(05) VALUE ZERO.
001450 77  AS-SRC-MISMATCH             PIC 9(05) VALUE ZERO.
001460 77  AS-SRC-PHONE-BAD            PIC 9(05) VALUE ZERO.
001470*
001480 01  AS-ADDRESS-PARMS.
001490     COPY NAMEADRP.
001500*
001510*--------------------------------------------------------------*
001520* AS-DETAIL-LINE - ONE FAILING ADDRESS.  THE PROBLEM CODES ARE *
001530* EXPLAINED IN THE REPORT HEADING.                             *
001540*--------------------------------------------------------------*
001550 01  AS-DETAIL-LINE.
001560     05  AS-DET-KEY              PIC 9(07).
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  AS-DET-NAME             PIC X(25).
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  AS-DET-STATE            PIC X(02).
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  AS-DET-POSTAL-CODE      PIC X(10).
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  AS-DET-PHONE            PIC X(15).
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  AS-DET-STATUS           PIC X(01).
001670     05  FILLER                  PIC X(01) VALUE SPACE.
001680     05  AS-DET-PROB-STATE       PIC X(03).
001690     05  AS-DET-PROB-POSTAL      PIC X(03).
001700     05  AS-DET-PROB-PHONE       PIC X(02).
001710     05  FILLER                  PIC X(06) VALUE SPACES.
001720*
001730 PROCEDURE DIVISION.
001740*--------------------------------------------------------------*
001750* 0000-MAINLINE                                                *
001760*--------------------------------------------------------------*
001770 0000-MAINLINE.
001780     ACCEPT AS-RUN-DATE FROM DATE YYYYMMDD.
001790     OPEN OUTPUT REPORT-FILE.
001800     PERFORM 1000-WRITE-HEADINGS THRU 1000-WRITE-HEADINGS-EXIT.
001810     PERFORM 2000-SCRUB-ADDRESSES THRU 2000-SCRUB-ADDRESSES-EXIT.
001820     PERFORM 4000-WRITE-TOTALS THRU 4000-WRITE-TOTALS-EXIT.
001830     CLOSE REPORT-FILE.
001840     DISPLAY "NAMEADSC COMPLETE - ADDRESSES READ: "
001850         AS-ADDRESS-READ " FAILING: " AS-FAIL-COUNT.
001860     STOP RUN.
001870*
001880*--------------------------------------------------------------*
001890* 1000-WRITE-HEADINGS                                          *
001900*--------------------------------------------------------------*
001910 1000-WRITE-HEADINGS.
001920     MOVE SPACES TO AS-REPORT-LINE.
001930     STRING "ADDRESS SCRUB BY INTAKE SOURCE - RUN DATE "
001940             DELIMITED BY SIZE
001950         AS-RUN-DATE DELIMITED BY SIZE
001960         INTO AS-REPORT-LINE.
001970     WRITE AS-REPORT-LINE.
001980     MOVE SPACES TO AS-REPORT-LINE.
001990     WRITE AS-REPORT-LINE.
002000     MOVE "PROBLEM CODES: ST STATE IS NOT A VALID STATE CODE"
002010         TO AS-REPORT-LINE.
002020     WRITE AS-REPORT-LINE.
002030     MOVE "ZP POSTAL CODE IS NOT NNNNN OR NNNNN-NNNN"
002040         TO AS-REPORT-LINE (16:41).
002050     WRITE AS-REPORT-LINE.
002060     MOVE "MM POSTAL CODE IS NOT IN THE STATE'S RANGES"
002070         TO AS-REPORT-LINE (16:43).
002080     WRITE AS-REPORT-LINE.
002090     MOVE "PH PHONE IS NOT A 10-DIGIT NUMBER"
002100         TO AS-REPORT-LINE (16:33).
002110     WRITE AS-REPORT-LINE.
002120     MOVE "S = NAME STATUS: A ACTIVE, I INACTIVE, M MERGED"
002130         TO AS-REPORT-LINE.
002140     WRITE AS-REPORT-LINE.
002150 1000-WRITE-HEADINGS-EXIT.
002160     EXIT.
002170*
002180*--------------------------------------------------------------*
002190* 2000-SCRUB-ADDRESSES - CHECK EVERY ADDRESS, RELEASING THE    *
002200* FAILURES TO THE SORT, THEN PRINT THEM BY INTAKE SOURCE.      *
002210*--------------------------------------------------------------*
002220 2000-SCRUB-ADDRESSES.
002230     SORT SORT-WORK-FILE
002240         ON ASCENDING KEY SW-GROUP
002250                          SW-SOURCE
002260                          SW-RECORD-KEY
002270         INPUT PROCEDURE IS 2100-SCAN-ADDRESSES
002280             THRU 2100-SCAN-ADDRESSES-EXIT
002290         OUTPUT PROCEDURE IS 3000-PRINT-FAILURES
002300             THRU 3000-PRINT-FAILURES-EXIT.
002310 2000-SCRUB-ADDRESSES-EXIT.
002320     EXIT.
002330*
002340*--------------------------------------------------------------*
002350* 2100-SCAN-ADDRESSES - A MISSING ADDRESS FILE (NO ADDRESS     *
002360* EVER CAPTURED) IS NOT AN ERROR - THE LIST IS EMPTY.  A       *
002370* MISSING MASTER LEAVES EVERY FAILURE UNDER "NO NAME-MASTER    *
002380* RECORD".                                                     *
002390*--------------------------------------------------------------*
002400 2100-SCAN-ADDRESSES.
002410     OPEN INPUT ADDRESS-FILE.
002411     IF AS-ADDRESS-FILE-STATUS NOT = "00"
002412             AND AS-ADDRESS-FILE-STATUS NOT = "35"
002414         DISPLAY "*** NAMEADSC ABEND - NAMEADDR OPEN FAILED, "
002415             "FILE STATUS " AS-ADDRESS-FILE-STATUS " ***"
002417         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002418     END-IF.
002420     IF AS-ADDRESS-FILE-STATUS = "35"
002430         MOVE "Y" TO AS-ADDRESS-EOF-SW
002440         GO TO 2100-SCAN-ADDRESSES-EXIT
002450     END-IF.
002460     SET AS-ADDR-AVAILABLE TO TRUE.
002470     OPEN INPUT NAME-MASTER-FILE.
002471     IF AS-MASTER-FILE-STATUS NOT = "00"
002472             AND AS-MASTER-FILE-STATUS NOT = "35"
002474         DISPLAY "*** NAMEADSC ABEND - NAMEMST OPEN FAILED, "
002475             "FILE STATUS " AS-MASTER-FILE-STATUS " ***"
002477         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002478     END-IF.
002480     IF AS-MASTER-FILE-STATUS = "00"
002490         SET AS-MASTER-AVAILABLE TO TRUE
002500     END-IF.
002510     MOVE LOW-VALUES TO AD-RECORD-KEY.
002520     START ADDRESS-FILE KEY IS NOT LESS THAN AD-RECORD-KEY
002530         INVALID KEY
002540             MOVE "Y" TO AS-ADDRESS-EOF-SW
002550     END-START.
002560     PERFORM 2110-CHECK-ONE-ADDRESS
002570         THRU 2110-CHECK-ONE-ADDRESS-EXIT
002580         UNTIL AS-ADDRESS-EOF.
002590     CLOSE ADDRESS-FILE.
002600     IF AS-MASTER-AVAILABLE
002610         CLOSE NAME-MASTER-FILE
002620     END-IF.
002630 2100-SCAN-ADDRESSES-EXIT.
002640     EXIT.
002650*
002660*--------------------------------------------------------------*
002670* 2110-CHECK-ONE-ADDRESS - RUN THE CAPTURE CHECKS ON ONE       *
002680* ADDRESS AND RELEASE IT TO THE SORT IF ANY OF THEM FAILS.  A  *
002690* MISMATCH THE OPERATOR CONFIRMED AT CAPTURE IS LISTED TOO, SO *
002700* THE BRANCH CAN MAKE SURE OF IT.                              *
002710*--------------------------------------------------------------*
002720 2110-CHECK-ONE-ADDRESS.
002730     READ ADDRESS-FILE NEXT RECORD
002740         AT END
002750             MOVE "Y" TO AS-ADDRESS-EOF-SW
002760     END-READ.
002761     IF AS-ADDRESS-FILE-STATUS NOT = "00"
002762             AND AS-ADDRESS-FILE-STATUS NOT = "10"
002764         DISPLAY "*** NAMEADSC ABEND - NAMEADDR READ FAILED, "
002765             "FILE STATUS " AS-ADDRESS-FILE-STATUS " ***"
002767         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002768     END-IF.
002770     IF AS-ADDRESS-EOF
002780         GO TO 2110-CHECK-ONE-ADDRESS-EXIT
002790     END-IF.
002800     ADD 1 TO AS-ADDRESS-READ.
002810     MOVE AD-STATE TO AV-STATE.
002820     MOVE AD-POSTAL-CODE TO AV-POSTAL-CODE.
002830     MOVE AD-PHONE TO AV-PHONE.
002840     CALL "NAMEADRV" USING AS-ADDRESS-PARMS.
002850     IF AV-REFERENCE-MISSING
002860         SET AS-REF-MISSING TO TRUE
002870     END-IF.
002880     IF AV-ADDRESS-OK
002890         GO TO 2110-CHECK-ONE-ADDRESS-EXIT
002900     END-IF.
002910     ADD 1 TO AS-FAIL-COUNT.
002920     MOVE SPACES TO SW-SORT-RECORD.
002930     MOVE AD-RECORD-KEY TO SW-RECORD-KEY.
002940     MOVE AD-STATE TO SW-STATE.
002950     MOVE AD-POSTAL-CODE TO SW-POSTAL-CODE.
002960     MOVE AD-PHONE TO SW-PHONE.
002970     MOVE AV-STATE-RESULT TO SW-STATE-RESULT.
002980     MOVE AV-POSTAL-RESULT TO SW-POSTAL-RESULT.
002990     MOVE AV-PHONE-RESULT TO SW-PHONE-RESULT.
003000     PERFORM 2200-FIND-MASTER THRU 2200-FIND-MASTER-EXIT.
003010     RELEASE SW-SORT-RECORD.
003020 2110-CHECK-ONE-ADDRESS-EXIT.
003030     EXIT.
003040*
003050*--------------------------------------------------------------*
003060* 2200-FIND-MASTER - THE NAME, STATUS, AND INTAKE SOURCE OF    *
003070* THE PARENT RECORD, AS "LAST, FIRST".                         *
003080*--------------------------------------------------------------*
003090 2200-FIND-MASTER.
003100     SET SW-NO-MASTER TO TRUE.
003110     IF NOT AS-MASTER-AVAILABLE
003120         GO TO 2200-FIND-MASTER-EXIT
003130     END-IF.
003140     MOVE AD-RECORD-KEY TO NM-RECORD-KEY.
003150     READ NAME-MASTER-FILE
003160         INVALID KEY
003170             GO TO 2200-FIND-MASTER-EXIT
003180     END-READ.
003181     IF AS-MASTER-FILE-STATUS NOT = "00"
003183         DISPLAY "*** NAMEADSC ABEND - NAMEMST READ FAILED, "
003185             "FILE STATUS " AS-MASTER-FILE-STATUS " ***"
003186         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003188     END-IF.
003190     SET SW-MASTER-FOUND TO TRUE.
003200     MOVE NM-INTAKE-SOURCE TO SW-SOURCE.
003210     MOVE NM-RECORD-STATUS TO SW-RECORD-STATUS.
003220     STRING PN-LAST-NAME DELIMITED BY "  "
003230         ", " DELIMITED BY SIZE
003240         PN-FIRST-NAME DELIMITED BY "  "
003250         INTO SW-NAME.
003260 2200-FIND-MASTER-EXIT.
003270     EXIT.
003280*
003290*--------------------------------------------------------------*
003300* 3000-PRINT-FAILURES - PRINT THE SORTED FAILURES WITH A       *
003310* HEADING AND A PROBLEM COUNT FOR EACH INTAKE SOURCE.          *
003320*--------------------------------------------------------------*
003330 3000-PRINT-FAILURES.
003340     PERFORM 3100-RETURN-ONE-FAILURE
003350         THRU 3100-RETURN-ONE-FAILURE-EXIT
003360         UNTIL AS-SORT-EOF.
003370     IF NOT AS-FIRST-GROUP
003380         PERFORM 3300-WRITE-SOURCE-TOTAL
003390             THRU 3300-WRITE-SOURCE-TOTAL-EXIT
003400     END-IF.
003410 3000-PRINT-FAILURES-EXIT.
003420     EXIT.
003430*
003440 3100-RETURN-ONE-FAILURE.
003450     RETURN SORT-WORK-FILE
003460         AT END
003470             MOVE "Y" TO AS-SORT-EOF-SW
003480     END-RETURN.
003490     IF AS-SORT-EOF
003500         GO TO 3100-RETURN-ONE-FAILURE-EXIT
003510     END-IF.
003520     IF AS-FIRST-GROUP
003530             OR SW-GROUP NOT = AS-PREV-GROUP
003540             OR SW-SOURCE NOT = AS-PREV-SOURCE
003550         IF NOT AS-FIRST-GROUP
003560             PERFORM 3300-WRITE-SOURCE-TOTAL
003570                 THRU 3300-WRITE-SOURCE-TOTAL-EXIT
003580         END-IF
003590         PERFORM 3200-START-SOURCE THRU 3200-START-SOURCE-EXIT
003600     END-IF.
003610     MOVE SPACES TO AS-DETAIL-LINE.
003620     MOVE SW-RECORD-KEY TO AS-DET-KEY.
003630     MOVE SW-NAME TO AS-DET-NAME.
003640     MOVE SW-STATE TO AS-DET-STATE.
003650     MOVE SW-POSTAL-CODE TO AS-DET-POSTAL-CODE.
003660     MOVE SW-PHONE TO AS-DET-PHONE.
003670     MOVE SW-RECORD-STATUS TO AS-DET-STATUS.
003680     ADD 1 TO AS-SRC-LISTED.
003690     IF SW-NO-MASTER
003700         ADD 1 TO AS-NO-MASTER-COUNT
003710     END-IF.
003720     IF SW-STATE-UNKNOWN
003730         MOVE "ST" TO AS-DET-PROB-STATE
003740         ADD 1 TO AS-SRC-STATE-BAD AS-STATE-BAD
003750     END-IF.
003760     IF SW-POSTAL-MALFORMED
003770         MOVE "ZP" TO AS-DET-PROB-POSTAL
003780         ADD 1 TO AS-SRC-POSTAL-BAD AS-POSTAL-BAD
003790     END-IF.
003800     IF SW-POSTAL-MISMATCH
003810         MOVE "MM" TO AS-DET-PROB-POSTAL
003820         ADD 1 TO AS-SRC-MISMATCH AS-MISMATCH
003830     END-IF.
003840     IF SW-PHONE-MALFORMED
003850         MOVE "PH" TO AS-DET-PROB-PHONE
003860         ADD 1 TO AS-SRC-PHONE-BAD AS-PHONE-BAD
003870     END-IF.
003880     MOVE AS-DETAIL-LINE TO AS-REPORT-LINE.
003890     WRITE AS-REPORT-LINE.
003900 3100-RETURN-ONE-FAILURE-EXIT.
003910     EXIT.
003920*
003930*--------------------------------------------------------------*
003940* 3200-START-SOURCE - HEADING FOR THE NEXT INTAKE SOURCE (OR   *
003950* FOR THE ADDRESSES WITH NO MASTER RECORD).                    *
003960*--------------------------------------------------------------*
003970 3200-START-SOURCE.
003980     MOVE "N" TO AS-FIRST-GROUP-SW.
003990     MOVE SW-GROUP TO AS-PREV-GROUP.
004000     MOVE SW-SOURCE TO AS-PREV-SOURCE.
004010     MOVE ZERO TO AS-SRC-LISTED.
004020     MOVE ZERO TO AS-SRC-STATE-BAD.
004030     MOVE ZERO TO AS-SRC-POSTAL-BAD.
004040     MOVE ZERO TO AS-SRC-MISMATCH.
004050     MOVE ZERO TO AS-SRC-PHONE-BAD.
004060     EVALUATE TRUE
004070         WHEN SW-NO-MASTER
004080             MOVE "NO NAME-MASTER RECORD" TO AS-GROUP-LABEL
004090         WHEN SW-SOURCE = SPACES
004100             MOVE "(BLANK)" TO AS-GROUP-LABEL
004110         WHEN OTHER
004120             MOVE SW-SOURCE TO AS-GROUP-LABEL
004130     END-EVALUATE.
004140     MOVE SPACES TO AS-REPORT-LINE.
004150     WRITE AS-REPORT-LINE.
004160     STRING "INTAKE SOURCE: " DELIMITED BY SIZE
004170         AS-GROUP-LABEL DELIMITED BY SIZE
004180         INTO AS-REPORT-LINE.
004190     WRITE AS-REPORT-LINE.
004200     MOVE "KEY     NAME                      ST POSTAL     PHONE"
004210         TO AS-REPORT-LINE.
004220     MOVE "S PROBLEM" TO AS-REPORT-LINE (65:9).
004230     WRITE AS-REPORT-LINE.
004240 3200-START-SOURCE-EXIT.
004250     EXIT.
004260*
004270 3300-WRITE-SOURCE-TOTAL.
004280     MOVE AS-SRC-LISTED TO AS-EDIT-COUNT.
004290     MOVE AS-SRC-STATE-BAD TO AS-EDIT-ST.
004300     MOVE AS-SRC-POSTAL-BAD TO AS-EDIT-ZP.
004310     MOVE AS-SRC-MISMATCH TO AS-EDIT-MM.
004320     MOVE AS-SRC-PHONE-BAD TO AS-EDIT-PH.
004330     MOVE SPACES TO AS-REPORT-LINE.
004340     STRING "  LISTED " DELIMITED BY SIZE
004350         AS-EDIT-COUNT DELIMITED BY SIZE
004360         "   ST " DELIMITED BY SIZE
004370         AS-EDIT-ST DELIMITED BY SIZE
004380         "   ZP " DELIMITED BY SIZE
004390         AS-EDIT-ZP DELIMITED BY SIZE
004400         "   MM " DELIMITED BY SIZE
004410         AS-EDIT-MM DELIMITED BY SIZE
004420         "   PH " DELIMITED BY SIZE
004430         AS-EDIT-PH DELIMITED BY SIZE
004440         INTO AS-REPORT-LINE.
004450     WRITE AS-REPORT-LINE.
004460 3300-WRITE-SOURCE-TOTAL-EXIT.
004470     EXIT.
004480*
004490*--------------------------------------------------------------*
004500* 4000-WRITE-TOTALS                                            *
004510*--------------------------------------------------------------*
004520 4000-WRITE-TOTALS.
004530     MOVE SPACES TO AS-REPORT-LINE.
004540     WRITE AS-REPORT-LINE.
004550     IF NOT AS-ADDR-AVAILABLE
004560         MOVE "*** NO ADDRESS FILE ON HAND ***" TO AS-REPORT-LINE
004570         WRITE AS-REPORT-LINE
004580     END-IF.
004590     IF AS-ADDR-AVAILABLE AND AS-FAIL-COUNT = ZERO
004591         MOVE "EVERY ADDRESS PASSED THE CAPTURE CHECKS"
004592             TO AS-REPORT-LINE
004593         WRITE AS-REPORT-LINE
004594     END-IF.
004595     IF AS-REF-MISSING
004600         MOVE "NOTE: NO NAMESTRF STATE REFERENCE FILE - ONLY THE"
004610             TO AS-REPORT-LINE
004620         WRITE AS-REPORT-LINE
004630         MOVE "FORMATS WERE CHECKED, NOT THE STATE CODES OR "
004640             TO AS-REPORT-LINE (7:45)
004650         MOVE "RANGES" TO AS-REPORT-LINE (52:6)
004660         WRITE AS-REPORT-LINE
004670     END-IF.
004680     MOVE AS-ADDRESS-READ TO AS-EDIT-COUNT.
004690     MOVE SPACES TO AS-REPORT-LINE.
004700     STRING "ADDRESS RECORDS READ . . . . . . : " DELIMITED BY
004710             SIZE
004720         AS-EDIT-COUNT DELIMITED BY SIZE
004730         INTO AS-REPORT-LINE.
004740     WRITE AS-REPORT-LINE.
004750     MOVE AS-FAIL-COUNT TO AS-EDIT-COUNT.
004760     MOVE SPACES TO AS-REPORT-LINE.
004770     STRING "ADDRESSES FAILING ANY CHECK. . . : " DELIMITED BY
004780             SIZE
004790         AS-EDIT-COUNT DELIMITED BY SIZE
004800         INTO AS-REPORT-LINE.
004810     WRITE AS-REPORT-LINE.
004820     MOVE AS-STATE-BAD TO AS-EDIT-COUNT.
004830     MOVE SPACES TO AS-REPORT-LINE.
004840     STRING "  ST STATE NOT VALID . . . . . . : " DELIMITED BY
004850             SIZE
004860         AS-EDIT-COUNT DELIMITED BY SIZE
004870         INTO AS-REPORT-LINE.
004880     WRITE AS-REPORT-LINE.
004890     MOVE AS-POSTAL-BAD TO AS-EDIT-COUNT.
004900     MOVE SPACES TO AS-REPORT-LINE.
004910     STRING "  ZP POSTAL CODE MALFORMED . . . : " DELIMITED BY
004920             SIZE
004930         AS-EDIT-COUNT DELIMITED BY SIZE
004940         INTO AS-REPORT-LINE.
004950     WRITE AS-REPORT-LINE.
004960     MOVE AS-MISMATCH TO AS-EDIT-COUNT.
004970     MOVE SPACES TO AS-REPORT-LINE.
004980     STRING "  MM POSTAL CODE NOT IN STATE. . : " DELIMITED BY
004990             SIZE
005000         AS-EDIT-COUNT DELIMITED BY SIZE
005010         INTO AS-REPORT-LINE.
005020     WRITE AS-REPORT-LINE.
005030     MOVE AS-PHONE-BAD TO AS-EDIT-COUNT.
005040     MOVE SPACES TO AS-REPORT-LINE.
005050     STRING "  PH PHONE MALFORMED . . . . . . : " DELIMITED BY
005060             SIZE
005070         AS-EDIT-COUNT DELIMITED BY SIZE
005080         INTO AS-REPORT-LINE.
005090     WRITE AS-REPORT-LINE.
005100     MOVE AS-NO-MASTER-COUNT TO AS-EDIT-COUNT.
005110     MOVE SPACES TO AS-REPORT-LINE.
005120     STRING "FAILING, WITH NO MASTER RECORD . : " DELIMITED BY
005130             SIZE
005140         AS-EDIT-COUNT DELIMITED BY SIZE
005150         INTO AS-REPORT-LINE.
005160     WRITE AS-REPORT-LINE.
005170 4000-WRITE-TOTALS-EXIT.
005180     EXIT.
005182*
005184*--------------------------------------------------------------*
005186* 9999-ABEND - STOP WITH RC=16.  THE CALLER HAS ALREADY        *
005188* DISPLAYED THE REASON.                                        *
005190*--------------------------------------------------------------*
005192 9999-ABEND.
005194     MOVE 16 TO RETURN-CODE.
005196     STOP RUN.
005198 9999-ABEND-EXIT.
005200     EXIT.
005210 END PROGRAM NAMEADSC.
