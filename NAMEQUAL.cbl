000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMEQUAL.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMEQUAL IS THE MONTHLY DATA-QUALITY SCORECARD FOR THE NAME  *
000180* MASTER.  NAMEVRFY PROVES THE FILES AGREE WITH EACH OTHER;    *
000190* THIS PROGRAM MEASURES HOW GOOD THE CONTENT IS.  EVERY ACTIVE *
000200* NAMEMST RECORD IS CHECKED, WITH ITS NAMEADDR CHILD, FOR:     *
000210*   1 NO ADDRESS CHILD ON FILE                                 *
000220*   2 NO PHONE NUMBER (A BLANK AD-PHONE, OR NO CHILD AT ALL)   *
000230*   3 A BLANK SUFFIX, OR ONE NOT ON THE RECOGNIZED LIST        *
000240*   4 A FIRST NAME THAT IS ONE LETTER (WITH OR WITHOUT A       *
000250*     PERIOD)                                                  *
000260*   5 A MIDDLE NAME THAT IS ONLY AN INITIAL                    *
000270*   6 A LAST NAME THAT IS ALSO SOMEONE'S FIRST NAME ON FILE,   *
000280*     THE USUAL SIGN OF A SWAPPED ENTRY                        *
000290* THE COUNTS ARE BROKEN DOWN BY NM-INTAKE-SOURCE AND PRINTED   *
000300* AS A PERCENTAGE OF THAT SOURCE'S ACTIVE RECORDS, BESIDE LAST *
000310* MONTH'S PERCENTAGE AND THE CHANGE, SO THE BRANCH MANAGERS    *
000320* CAN SEE WHICH OFFICES NEED RETRAINING ON THE SIGN-IN SHEET.  *
000330*                                                              *
000340* CHECK 6 NEEDS EVERY FIRST NAME ON FILE, SO THE SCAN RELEASES *
000350* EACH ACTIVE FIRST AND LAST NAME TO A SORT; IN NAME ORDER A   *
000360* LAST NAME THAT FOLLOWS THE SAME NAME USED AS A FIRST NAME IS *
000370* COUNTED AGAINST ITS SOURCE.                                  *
000380*                                                              *
000390* LAST MONTH'S TOTALS COME FROM NAMEQPRV AND THIS MONTH'S ARE  *
000400* WRITTEN TO NAMEQNEW (NEXT GENERATION OF THE SAME DATASET).   *
000410* A MISSING OR EMPTY NAMEQPRV (THE FIRST RUN) JUST PRINTS NO   *
000420* COMPARISON.                                                  *
000430*--------------------------------------------------------------*
000440* MODIFICATION HISTORY                                        *
000450*--------------------------------------------------------------*
000460* DATE       INIT  DESCRIPTION                                 *
000470* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000473* 2026-10-15 SV    LEAVE RECORDS WHOSE PERSONAL DATA HAS BEEN  *
000476*                  ERASED OUT OF THE SCORECARD.                *
000480*--------------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT NAME-MASTER-FILE ASSIGN TO "NAMEMST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS NM-RECORD-KEY
000560         ALTERNATE RECORD KEY IS NM-NAME-KEY
000570             WITH DUPLICATES
000580         FILE STATUS IS QL-MASTER-FILE-STATUS.
000590     SELECT ADDRESS-FILE ASSIGN TO "NAMEADDR"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS AD-RECORD-KEY
000630         FILE STATUS IS QL-ADDRESS-FILE-STATUS.
000640     SELECT PRIOR-TOTALS-FILE ASSIGN TO "NAMEQPRV"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS QL-PRIOR-FILE-STATUS.
000670     SELECT NEW-TOTALS-FILE ASSIGN TO "NAMEQNEW"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS QL-NEW-FILE-STATUS.
000700     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000710     SELECT REPORT-FILE ASSIGN TO "NAMEQRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760*--------------------------------------------------------------*
000770* NAME-MASTER-FILE - THE FILE BEING SCORED.  INPUT ONLY.       *
000780*--------------------------------------------------------------*
000790 FD  NAME-MASTER-FILE.
000800 01  NM-MASTER-RECORD.
000810     COPY NAMEMSTR.
000820*
000830*--------------------------------------------------------------*
000840* ADDRESS-FILE - THE CHILD RECORD READ FOR EACH ACTIVE NAME.   *
000850* INPUT ONLY.                                                  *
000860*--------------------------------------------------------------*
000870 FD  ADDRESS-FILE.
000880 01  AD-ADDRESS-RECORD.
000890     COPY NAMEADDR.
000900*
000910*--------------------------------------------------------------*
000920* PRIOR-TOTALS-FILE - LAST MONTH'S SAVED TOTALS.               *
000930*--------------------------------------------------------------*
000940 FD  PRIOR-TOTALS-FILE
000950     RECORDING MODE IS F.
000960 01  QP-PRIOR-RECORD.
000970     COPY NAMEQTOT.
000980*
000990*--------------------------------------------------------------*
001000* NEW-TOTALS-FILE - THIS MONTH'S TOTALS, READ BACK NEXT MONTH. *
001010*--------------------------------------------------------------*
001020 FD  NEW-TOTALS-FILE
001030     RECORDING MODE IS F.
001040 01  QN-NEW-RECORD.
001050     COPY NAMEQTOT.
001060*
001070*--------------------------------------------------------------*
001080* SORT-WORK-FILE - EVERY ACTIVE FIRST NAME ("F") AND LAST NAME *
001090* ("L") IN NAME ORDER, FIRST NAMES AHEAD OF LAST NAMES, SO A   *
001100* LAST NAME ARRIVES AFTER ANY FIRST NAME IT MATCHES.           *
001110*--------------------------------------------------------------*
001120 SD  SORT-WORK-FILE.
001130 01  SW-SORT-RECORD.
001140     05  SW-NAME                 PIC X(20).
001150     05  SW-NAME-TYPE            PIC X(01).
001160         88  SW-FIRST-NAME                   VALUE "F".
001170         88  SW-LAST-NAME                    VALUE "L".
001180     05  SW-SRC-SUB              PIC 9(03).
001190     05  SW-RECORD-KEY           PIC 9(07).
001200*
001210*--------------------------------------------------------------*
001220* REPORT-FILE - THE PRINTED SCORECARD.                         *
001230*--------------------------------------------------------------*
001240 FD  REPORT-FILE.
001250 01  QL-REPORT-LINE              PIC X(80).
001260*
001270 WORKING-STORAGE SECTION.
001280 77  QL-MASTER-FILE-STATUS       PIC X(02).
001290 77  QL-ADDRESS-FILE-STATUS      PIC X(02).
001300 77  QL-PRIOR-FILE-STATUS        PIC X(02).
001310 77  QL-NEW-FILE-STATUS          PIC X(02).
001320 77  QL-RUN-DATE                 PIC 9(08).
001330 77  QL-PRIOR-RUN-DATE           PIC 9(08) VALUE ZERO.
001340 77  QL-MASTER-EOF-SW            PIC X(01) VALUE "N".
001350     88  QL-MASTER-EOF                       VALUE "Y".
001360 77  QL-PRIOR-EOF-SW             PIC X(01) VALUE "N".
001370     88  QL-PRIOR-EOF                        VALUE "Y".
001380 77  QL-SORT-EOF-SW              PIC X(01) VALUE "N".
001390     88  QL-SORT-EOF                         VALUE "Y".
001400 77  QL-ADDR-AVAIL-SW            PIC X(01) VALUE "N".
001410     88  QL-ADDR-AVAILABLE                   VALUE "Y".
001420 77  QL-ADDR-FOUND-SW            PIC X(01).
001430     88  QL-ADDR-FOUND                       VALUE "Y".
001440 77  QL-ACTIVE-SCANNED           PIC 9(07) VALUE ZERO.
001450 77  QL-EDIT-COUNT               PIC ZZZZZZ9.
001460*
001470*--------------------------------------------------------------*
001480* CHECK-6 WORK AREAS - THE NAME GROUP IN HAND ON THE SORTED    *
001490* FILE AND WHETHER IT HAS BEEN SEEN AS A FIRST NAME.           *
001500*--------------------------------------------------------------*
001510 77  QL-GROUP-NAME               PIC X(20) VALUE SPACES.
001520 77  QL-GROUP-FIRST-SW           PIC X(01) VALUE "N".
001530     88  QL-GROUP-IS-FIRST                   VALUE "Y".
001540*
001550*--------------------------------------------------------------*
001560* RECOGNIZED SUFFIXES, COMPARED IN UPPER CASE WITH ANY PERIODS *
001570* REMOVED (NAMESTD STORES "JR" AS "Jr" AND "III" AS "Iii").    *
001580*--------------------------------------------------------------*
001590 77  QL-UPPER-LETTERS            PIC X(26)
001600         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001610 77  QL-LOWER-LETTERS            PIC X(26)
001620         VALUE "abcdefghijklmnopqrstuvwxyz".
001630 77  QL-SUFFIX-WORK              PIC X(05).
001640 77  QL-INITIAL-WORK             PIC X(15).
001650 77  QL-INITIAL-SW               PIC X(01).
001660     88  QL-IS-INITIAL                       VALUE "Y".
001670 77  QL-SFX-SUB                  PIC 9(03) COMP.
001680 77  QL-SFX-MAX                  PIC 9(03) COMP VALUE 10.
001690 77  QL-SFX-FOUND-SW             PIC X(01).
001700     88  QL-SFX-FOUND                        VALUE "Y".
001710 01  QL-SUFFIX-VALUES.
001720     05  FILLER                  PIC X(25)
001730         VALUE "JR   SR   II   III  IV   ".
001740     05  FILLER                  PIC X(25)
001750         VALUE "V    VI   ESQ  MD   PHD  ".
001760 01  QL-SUFFIX-TABLE REDEFINES QL-SUFFIX-VALUES.
001770     05  QL-SUFFIX-ENTRY         PIC X(05) OCCURS 10 TIMES.
001780*
001790*--------------------------------------------------------------*
001800* PER-SOURCE TALLY TABLE.  A BLANK SOURCE (RECORDS CAPTURED    *
001810* BEFORE THE SOURCE WAS CARRIED) GROUPS UNDER ONE BLANK SLOT.  *
001820* 20 SLOTS IS FAR MORE SOURCES THAN SEND US NAMES.  THE SIX    *
001830* PROBLEM COLUMNS ARE IN THE ORDER THE SCORECARD PRINTS THEM.  *
001840*--------------------------------------------------------------*
001850 77  QL-SRC-COUNT                PIC 9(03) COMP VALUE ZERO.
001860 77  QL-SRC-MAX                  PIC 9(03) COMP VALUE 20.
001870 77  QL-SRC-SUB                  PIC 9(03) COMP.
001880 77  QL-SRC-FOUND-SW             PIC X(01).
001890     88  QL-SRC-FOUND                        VALUE "Y".
001900 77  QL-PRB-SUB                  PIC 9(03) COMP.
001910 77  QL-PRB-MAX                  PIC 9(03) COMP VALUE 6.
001920 01  QL-SRC-TABLE.
001930     05  QL-SRC-ENTRY OCCURS 20 TIMES.
001940         10  QL-SRC-ID           PIC X(08).
001950         10  QL-SRC-ACTIVE       PIC 9(07) COMP.
001960         10  QL-SRC-PROBLEM      PIC 9(07) COMP OCCURS 6 TIMES.
001970*
001980*--------------------------------------------------------------*
001990* LAST MONTH'S TOTALS, LOADED FROM NAMEQPRV.  A SOURCE THAT   *
002000* HAS SINCE STOPPED SENDING NAMES IS STILL COUNTED IN THE      *
002010* ALL-SOURCES COMPARISON.                                      *
002020*--------------------------------------------------------------*
002030 77  QL-PRV-COUNT                PIC 9(03) COMP VALUE ZERO.
002040 77  QL-PRV-SUB                  PIC 9(03) COMP.
002050 77  QL-PRV-FOUND-SW             PIC X(01).
002060     88  QL-PRV-FOUND                        VALUE "Y".
002070 01  QL-PRV-TABLE.
002080     05  QL-PRV-ENTRY OCCURS 20 TIMES.
002090         10  QL-PRV-ID           PIC X(08).
002100         10  QL-PRV-ACTIVE       PIC 9(07) COMP.
002110         10  QL-PRV-PROBLEM      PIC 9(07) COMP OCCURS 6 TIMES.
002120*
002130*--------------------------------------------------------------*
002140* ONE SCORECARD BLOCK IN HAND - A SOURCE OR THE ALL-SOURCES    *
002150* TOTAL, WITH LAST MONTH'S FIGURES WHEN THERE ARE ANY.         *
002160*--------------------------------------------------------------*
002170 01  QL-BLOCK.
002180     05  QL-BLK-LABEL            PIC X(08).
002190     05  QL-BLK-ACTIVE           PIC 9(07) COMP.
002200     05  QL-BLK-PROBLEM          PIC 9(07) COMP OCCURS 6 TIMES.
002210     05  QL-BLK-PRIOR-SW         PIC X(01).
002220         88  QL-BLK-HAS-PRIOR                VALUE "Y".
002230     05  QL-BLK-PRIOR-ACTIVE     PIC 9(07) COMP.
002240     05  QL-BLK-PRIOR-PROBLEM    PIC 9(07) COMP OCCURS 6 TIMES.
002250 77  QL-PERCENT                  PIC 9(03)V9.
002260 77  QL-PRIOR-PERCENT            PIC 9(03)V9.
002270 77  QL-CHANGE                   PIC S9(03)V9.
002280*
002290*--------------------------------------------------------------*
002300* REPORT WORK AREAS                                            *
002310*--------------------------------------------------------------*
002320 01  QL-PROBLEM-LABELS.
002330     05  FILLER                  PIC X(30)
002340         VALUE "NO ADDRESS ON FILE".
002350     05  FILLER                  PIC X(30)
002360         VALUE "NO PHONE NUMBER".
002370     05  FILLER                  PIC X(30)
002380         VALUE "BLANK OR UNRECOGNIZED SUFFIX".
002390     05  FILLER                  PIC X(30)
002400         VALUE "ONE-LETTER FIRST NAME".
002410     05  FILLER                  PIC X(30)
002420         VALUE "MIDDLE NAME IS AN INITIAL".
002430     05  FILLER                  PIC X(30)
002440         VALUE "LAST NAME IS A FIRST NAME".
002450 01  QL-LABEL-TABLE REDEFINES QL-PROBLEM-LABELS.
002460     05  QL-PROBLEM-LABEL        PIC X(30) OCCURS 6 TIMES.
002470 01  QL-DETAIL-LINE.
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  QL-DET-LABEL            PIC X(30).
002500     05  QL-DET-COUNT            PIC ZZZZZZ9.
002510     05  FILLER                  PIC X(03) VALUE SPACES.
002520     05  QL-DET-PERCENT          PIC ZZ9.9.
002530     05  FILLER                  PIC X(01) VALUE "%".
002540     05  QL-DET-PRIOR-AREA.
002550         10  FILLER              PIC X(03).
002560         10  QL-DET-PRIOR        PIC ZZ9.9.
002570         10  QL-DET-PRIOR-PCT    PIC X(01).
002580         10  FILLER              PIC X(03).
002590         10  QL-DET-CHANGE       PIC +ZZ9.9.
002600     05  QL-DET-NO-PRIOR REDEFINES QL-DET-PRIOR-AREA.
002610         10  FILLER              PIC X(05).
002620         10  QL-DET-NO-PRIOR-TEXT
002630                                 PIC X(13).
002640     05  FILLER                  PIC X(14) VALUE SPACES.
002650*
002660 PROCEDURE DIVISION.
002670*--------------------------------------------------------------*
002680* 0000-MAINLINE                                                *
002690*--------------------------------------------------------------*
002700 0000-MAINLINE.
002710     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002720     PERFORM 2000-SCORE-MASTER THRU 2000-SCORE-MASTER-EXIT.
002730     PERFORM 5000-PRINT-SCORECARD THRU 5000-PRINT-SCORECARD-EXIT.
002740     PERFORM 6000-SAVE-TOTALS THRU 6000-SAVE-TOTALS-EXIT.
002750     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002760     STOP RUN.
002770*
002780*--------------------------------------------------------------*
002790* 1000-INITIALIZE - OPEN THE REPORT AND THE ADDRESS FILE AND   *
002800* LOAD LAST MONTH'S TOTALS.  A MISSING ADDRESS FILE MEANS NO   *
002810* ACTIVE RECORD HAS AN ADDRESS OR A PHONE, AND IS SCORED THAT  *
002820* WAY.                                                         *
002830*--------------------------------------------------------------*
002840 1000-INITIALIZE.
002850     ACCEPT QL-RUN-DATE FROM DATE YYYYMMDD.
002860     OPEN OUTPUT REPORT-FILE.
002870     OPEN INPUT ADDRESS-FILE.
002880     IF QL-ADDRESS-FILE-STATUS NOT = "35"
002890         SET QL-ADDR-AVAILABLE TO TRUE
002900     END-IF.
002910     OPEN INPUT PRIOR-TOTALS-FILE.
002920     IF QL-PRIOR-FILE-STATUS = "35"
002930         MOVE "Y" TO QL-PRIOR-EOF-SW
002940     ELSE
002950         PERFORM 1100-LOAD-ONE-PRIOR THRU 1100-LOAD-ONE-PRIOR-EXIT
002960             UNTIL QL-PRIOR-EOF
002970         CLOSE PRIOR-TOTALS-FILE
002980     END-IF.
002990 1000-INITIALIZE-EXIT.
003000     EXIT.
003010*
003020 1100-LOAD-ONE-PRIOR.
003030     READ PRIOR-TOTALS-FILE
003040         AT END
003050             MOVE "Y" TO QL-PRIOR-EOF-SW
003060     END-READ.
003070     IF QL-PRIOR-EOF
003080         GO TO 1100-LOAD-ONE-PRIOR-EXIT
003090     END-IF.
003100     IF QL-PRV-COUNT = QL-SRC-MAX
003110         DISPLAY "*** NAMEQUAL ABEND - MORE THAN " QL-SRC-MAX
003120             " INTAKE SOURCES ON NAMEQPRV ***"
003130         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003140     END-IF.
003150     ADD 1 TO QL-PRV-COUNT.
003160     MOVE QT-RUN-DATE OF QP-PRIOR-RECORD TO QL-PRIOR-RUN-DATE.
003170     MOVE QT-INTAKE-SOURCE OF QP-PRIOR-RECORD
003180         TO QL-PRV-ID (QL-PRV-COUNT).
003190     MOVE QT-ACTIVE-COUNT OF QP-PRIOR-RECORD
003200         TO QL-PRV-ACTIVE (QL-PRV-COUNT).
003210     MOVE 1 TO QL-PRB-SUB.
003220     PERFORM 1110-LOAD-ONE-PRIOR-COUNT
003230         THRU 1110-LOAD-ONE-PRIOR-COUNT-EXIT
003240         UNTIL QL-PRB-SUB > QL-PRB-MAX.
003250 1100-LOAD-ONE-PRIOR-EXIT.
003260     EXIT.
003270*
003280 1110-LOAD-ONE-PRIOR-COUNT.
003290     MOVE QT-PROBLEM-COUNT OF QP-PRIOR-RECORD (QL-PRB-SUB)
003300         TO QL-PRV-PROBLEM (QL-PRV-COUNT, QL-PRB-SUB).
003310     ADD 1 TO QL-PRB-SUB.
003320 1110-LOAD-ONE-PRIOR-COUNT-EXIT.
003330     EXIT.
003340*
003350*--------------------------------------------------------------*
003360* 2000-SCORE-MASTER - SCAN THE MASTER FOR CHECKS 1-5 WHILE     *
003370* RELEASING EVERY ACTIVE NAME TO THE SORT, THEN MATCH LAST     *
003380* NAMES AGAINST FIRST NAMES IN NAME ORDER FOR CHECK 6.         *
003390*--------------------------------------------------------------*
003400 2000-SCORE-MASTER.
003410     SORT SORT-WORK-FILE
003420         ON ASCENDING KEY SW-NAME
003430                          SW-NAME-TYPE
003440                          SW-RECORD-KEY
003450         INPUT PROCEDURE IS 2100-SCAN-MASTER
003460             THRU 2100-SCAN-MASTER-EXIT
003470         OUTPUT PROCEDURE IS 3000-MATCH-SWAPPED-NAMES
003480             THRU 3000-MATCH-SWAPPED-NAMES-EXIT.
003490 2000-SCORE-MASTER-EXIT.
003500     EXIT.
003510*
003520*--------------------------------------------------------------*
003530* 2100-SCAN-MASTER - A MISSING MASTER FILE (NO NAME EVER       *
003540* CAPTURED) IS NOT AN ERROR - THE SCORECARD IS EMPTY.          *
003550*--------------------------------------------------------------*
003560 2100-SCAN-MASTER.
003570     OPEN INPUT NAME-MASTER-FILE.
003580     IF QL-MASTER-FILE-STATUS = "35"
003590         MOVE "Y" TO QL-MASTER-EOF-SW
003600         GO TO 2100-SCAN-MASTER-EXIT
003610     END-IF.
003620     MOVE LOW-VALUES TO NM-RECORD-KEY.
003630     START NAME-MASTER-FILE KEY IS NOT LESS THAN NM-RECORD-KEY
003640         INVALID KEY
003650             MOVE "Y" TO QL-MASTER-EOF-SW
003660     END-START.
003670     PERFORM 2110-SCORE-ONE-RECORD
003680         THRU 2110-SCORE-ONE-RECORD-EXIT
003690         UNTIL QL-MASTER-EOF.
003700     CLOSE NAME-MASTER-FILE.
003710 2100-SCAN-MASTER-EXIT.
003720     EXIT.
003730*
003740*--------------------------------------------------------------*
003750* 2110-SCORE-ONE-RECORD - TALLY ONE ACTIVE RECORD UNDER ITS    *
003760* SOURCE, RUN CHECKS 1-5, AND RELEASE ITS NAMES FOR CHECK 6.   *
003770*--------------------------------------------------------------*
003780 2110-SCORE-ONE-RECORD.
003790     READ NAME-MASTER-FILE NEXT RECORD
003800         AT END
003810             MOVE "Y" TO QL-MASTER-EOF-SW
003820     END-READ.
003830     IF QL-MASTER-EOF
003840         GO TO 2110-SCORE-ONE-RECORD-EXIT
003850     END-IF.
003860     IF NOT NM-STATUS-ACTIVE
003870         GO TO 2110-SCORE-ONE-RECORD-EXIT
003880     END-IF.
003882     IF NM-ERASED-DATE NOT = ZERO
003884         GO TO 2110-SCORE-ONE-RECORD-EXIT
003886     END-IF.
003890     ADD 1 TO QL-ACTIVE-SCANNED.
003900     PERFORM 2200-FIND-SOURCE THRU 2200-FIND-SOURCE-EXIT.
003910     ADD 1 TO QL-SRC-ACTIVE (QL-SRC-SUB).
003920     PERFORM 2300-CHECK-ADDRESS THRU 2300-CHECK-ADDRESS-EXIT.
003930     PERFORM 2400-CHECK-SUFFIX THRU 2400-CHECK-SUFFIX-EXIT.
003940     PERFORM 2500-CHECK-INITIALS THRU 2500-CHECK-INITIALS-EXIT.
003950     IF PN-FIRST-NAME OF NM-MASTER-RECORD NOT = SPACES
003960         MOVE SPACES TO SW-SORT-RECORD
003970         MOVE PN-FIRST-NAME OF NM-MASTER-RECORD TO SW-NAME
003980         SET SW-FIRST-NAME TO TRUE
003990         MOVE QL-SRC-SUB TO SW-SRC-SUB
004000         MOVE NM-RECORD-KEY TO SW-RECORD-KEY
004010         RELEASE SW-SORT-RECORD
004020     END-IF.
004030     IF PN-LAST-NAME OF NM-MASTER-RECORD NOT = SPACES
004040         MOVE SPACES TO SW-SORT-RECORD
004050         MOVE PN-LAST-NAME OF NM-MASTER-RECORD TO SW-NAME
004060         SET SW-LAST-NAME TO TRUE
004070         MOVE QL-SRC-SUB TO SW-SRC-SUB
004080         MOVE NM-RECORD-KEY TO SW-RECORD-KEY
004090         RELEASE SW-SORT-RECORD
004100     END-IF.
004110 2110-SCORE-ONE-RECORD-EXIT.
004120     EXIT.
004130*
004140*--------------------------------------------------------------*
004150* 2200-FIND-SOURCE - FIND (OR ADD) THE SLOT FOR THIS RECORD'S  *
004160* INTAKE SOURCE, LEAVING QL-SRC-SUB ON IT.                     *
004170*--------------------------------------------------------------*
004180 2200-FIND-SOURCE.
004190     MOVE "N" TO QL-SRC-FOUND-SW.
004200     MOVE 1 TO QL-SRC-SUB.
004210     PERFORM 2210-FIND-SRC-SLOT THRU 2210-FIND-SRC-SLOT-EXIT
004220         UNTIL QL-SRC-FOUND OR QL-SRC-SUB > QL-SRC-COUNT.
004230     IF NOT QL-SRC-FOUND
004240         IF QL-SRC-COUNT = QL-SRC-MAX
004250             DISPLAY "*** NAMEQUAL ABEND - MORE THAN "
004260                 QL-SRC-MAX " DISTINCT INTAKE SOURCES ***"
004270             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004280         END-IF
004290         ADD 1 TO QL-SRC-COUNT
004300         MOVE QL-SRC-COUNT TO QL-SRC-SUB
004310         MOVE NM-INTAKE-SOURCE TO QL-SRC-ID (QL-SRC-SUB)
004320         MOVE ZERO TO QL-SRC-ACTIVE (QL-SRC-SUB)
004330         MOVE 1 TO QL-PRB-SUB
004340         PERFORM 2220-CLEAR-ONE-PROBLEM
004350             THRU 2220-CLEAR-ONE-PROBLEM-EXIT
004360             UNTIL QL-PRB-SUB > QL-PRB-MAX
004370     END-IF.
004380 2200-FIND-SOURCE-EXIT.
004390     EXIT.
004400*
004410 2210-FIND-SRC-SLOT.
004420     IF QL-SRC-ID (QL-SRC-SUB) = NM-INTAKE-SOURCE
004430         SET QL-SRC-FOUND TO TRUE
004440     ELSE
004450         ADD 1 TO QL-SRC-SUB
004460     END-IF.
004470 2210-FIND-SRC-SLOT-EXIT.
004480     EXIT.
004490*
004500 2220-CLEAR-ONE-PROBLEM.
004510     MOVE ZERO TO QL-SRC-PROBLEM (QL-SRC-SUB, QL-PRB-SUB).
004520     ADD 1 TO QL-PRB-SUB.
004530 2220-CLEAR-ONE-PROBLEM-EXIT.
004540     EXIT.
004550*
004560*--------------------------------------------------------------*
004570* 2300-CHECK-ADDRESS - CHECKS 1 AND 2.  NO CHILD AT ALL COUNTS *
004580* AS BOTH NO ADDRESS AND NO PHONE.                             *
004590*--------------------------------------------------------------*
004600 2300-CHECK-ADDRESS.
004610     MOVE "N" TO QL-ADDR-FOUND-SW.
004620     IF QL-ADDR-AVAILABLE
004630         MOVE NM-RECORD-KEY TO AD-RECORD-KEY
004640         READ ADDRESS-FILE
004650             INVALID KEY
004660                 CONTINUE
004670             NOT INVALID KEY
004680                 SET QL-ADDR-FOUND TO TRUE
004690         END-READ
004700     END-IF.
004710     IF NOT QL-ADDR-FOUND
004720         ADD 1 TO QL-SRC-PROBLEM (QL-SRC-SUB, 1)
004730         ADD 1 TO QL-SRC-PROBLEM (QL-SRC-SUB, 2)
004740         GO TO 2300-CHECK-ADDRESS-EXIT
004750     END-IF.
004760     IF AD-PHONE = SPACES
004770         ADD 1 TO QL-SRC-PROBLEM (QL-SRC-SUB, 2)
004780     END-IF.
004790 2300-CHECK-ADDRESS-EXIT.
004800     EXIT.
004810*
004820*--------------------------------------------------------------*
004830* 2400-CHECK-SUFFIX - CHECK 3.  THE SUFFIX IS UPPER-CASED AND  *
004840* STRIPPED OF PERIODS, THEN LOOKED UP IN QL-SUFFIX-TABLE.      *
004850*--------------------------------------------------------------*
004860 2400-CHECK-SUFFIX.
004870     IF PN-SUFFIX OF NM-MASTER-RECORD = SPACES
004880         ADD 1 TO QL-SRC-PROBLEM (QL-SRC-SUB, 3)
004890         GO TO 2400-CHECK-SUFFIX-EXIT
004900     END-IF.
004910     MOVE PN-SUFFIX OF NM-MASTER-RECORD TO QL-SUFFIX-WORK.
004920     INSPECT QL-SUFFIX-WORK
004930         CONVERTING QL-LOWER-LETTERS TO QL-UPPER-LETTERS.
004940     INSPECT QL-SUFFIX-WORK REPLACING ALL "." BY SPACE.
004950     MOVE "N" TO QL-SFX-FOUND-SW.
004960     MOVE 1 TO QL-SFX-SUB.
004970     PERFORM 2410-CHECK-ONE-SUFFIX THRU 2410-CHECK-ONE-SUFFIX-EXIT
004980         UNTIL QL-SFX-FOUND OR QL-SFX-SUB > QL-SFX-MAX.
004990     IF NOT QL-SFX-FOUND
005000         ADD 1 TO QL-SRC-PROBLEM (QL-SRC-SUB, 3)
005010     END-IF.
005020 2400-CHECK-SUFFIX-EXIT.
005030     EXIT.
005040*
005050 2410-CHECK-ONE-SUFFIX.
005060     IF QL-SUFFIX-ENTRY (QL-SFX-SUB) = QL-SUFFIX-WORK
005070         SET QL-SFX-FOUND TO TRUE
005080     ELSE
005090         ADD 1 TO QL-SFX-SUB
005100     END-IF.
005110 2410-CHECK-ONE-SUFFIX-EXIT.
005120     EXIT.
005130*
005140*--------------------------------------------------------------*
005150* 2500-CHECK-INITIALS - CHECKS 4 AND 5.  ONE LETTER, OR ONE    *
005160* LETTER AND A PERIOD, IS AN INITIAL.                          *
005170*--------------------------------------------------------------*
005180 2500-CHECK-INITIALS.
005190     MOVE PN-FIRST-NAME OF NM-MASTER-RECORD TO QL-INITIAL-WORK.
005200     PERFORM 2510-TEST-INITIAL THRU 2510-TEST-INITIAL-EXIT.
005210     IF QL-IS-INITIAL
005220         ADD 1 TO QL-SRC-PROBLEM (QL-SRC-SUB, 4)
005230     END-IF.
005240     MOVE PN-MIDDLE-NAME OF NM-MASTER-RECORD TO QL-INITIAL-WORK.
005250     PERFORM 2510-TEST-INITIAL THRU 2510-TEST-INITIAL-EXIT.
005260     IF QL-IS-INITIAL
005270         ADD 1 TO QL-SRC-PROBLEM (QL-SRC-SUB, 5)
005280     END-IF.
005290 2500-CHECK-INITIALS-EXIT.
005300     EXIT.
005310*
005320 2510-TEST-INITIAL.
005330     MOVE "N" TO QL-INITIAL-SW.
005340     IF QL-INITIAL-WORK (1:1) = SPACE
005350         GO TO 2510-TEST-INITIAL-EXIT
005360     END-IF.
005370     IF QL-INITIAL-WORK (2:) = SPACES
005380         SET QL-IS-INITIAL TO TRUE
005390     END-IF.
005400     IF QL-INITIAL-WORK (2:1) = "."
005410             AND QL-INITIAL-WORK (3:) = SPACES
005420         SET QL-IS-INITIAL TO TRUE
005430     END-IF.
005440 2510-TEST-INITIAL-EXIT.
005450     EXIT.
005460*
005470*--------------------------------------------------------------*
005480* 3000-MATCH-SWAPPED-NAMES - CHECK 6.  THE NAMES COME BACK IN  *
005490* NAME ORDER WITH EVERY "F" AHEAD OF EVERY "L" FOR THE SAME    *
005500* NAME, SO A LAST NAME IS COUNTED WHEN ITS NAME GROUP HAS      *
005510* ALREADY SHOWN A FIRST NAME.                                  *
005520*--------------------------------------------------------------*
005530 3000-MATCH-SWAPPED-NAMES.
005540     PERFORM 3100-RETURN-ONE-NAME THRU 3100-RETURN-ONE-NAME-EXIT
005550         UNTIL QL-SORT-EOF.
005560 3000-MATCH-SWAPPED-NAMES-EXIT.
005570     EXIT.
005580*
005590 3100-RETURN-ONE-NAME.
005600     RETURN SORT-WORK-FILE
005610         AT END
005620             MOVE "Y" TO QL-SORT-EOF-SW
005630     END-RETURN.
005640     IF QL-SORT-EOF
005650         GO TO 3100-RETURN-ONE-NAME-EXIT
005660     END-IF.
005670     IF SW-NAME NOT = QL-GROUP-NAME
005680         MOVE SW-NAME TO QL-GROUP-NAME
005690         MOVE "N" TO QL-GROUP-FIRST-SW
005700     END-IF.
005710     IF SW-FIRST-NAME
005720         SET QL-GROUP-IS-FIRST TO TRUE
005730     ELSE
005740         IF QL-GROUP-IS-FIRST
005750             ADD 1 TO QL-SRC-PROBLEM (SW-SRC-SUB, 6)
005760         END-IF
005770     END-IF.
005780 3100-RETURN-ONE-NAME-EXIT.
005790     EXIT.
005800*
005810*--------------------------------------------------------------*
005820* 5000-PRINT-SCORECARD - HEADINGS, ONE BLOCK PER SOURCE IN THE *
005830* ORDER FIRST MET ON THE MASTER, THEN THE ALL-SOURCES BLOCK.   *
005840*--------------------------------------------------------------*
005850 5000-PRINT-SCORECARD.
005860     MOVE SPACES TO QL-REPORT-LINE.
005870     STRING "NAME-MASTER DATA-QUALITY SCORECARD - RUN DATE "
005880             DELIMITED BY SIZE
005890         QL-RUN-DATE DELIMITED BY SIZE
005900         INTO QL-REPORT-LINE.
005910     WRITE QL-REPORT-LINE.
005920     MOVE SPACES TO QL-REPORT-LINE.
005930     IF QL-PRV-COUNT = ZERO
005940         MOVE "NO PRIOR RUN ON FILE - NO MONTH-OVER-MONTH CHANGE"
005950             TO QL-REPORT-LINE
005960     ELSE
005970         STRING "CHANGE IS MEASURED AGAINST THE RUN OF "
005980                 DELIMITED BY SIZE
005990             QL-PRIOR-RUN-DATE DELIMITED BY SIZE
006000             INTO QL-REPORT-LINE
006010     END-IF.
006020     WRITE QL-REPORT-LINE.
006030     MOVE 1 TO QL-SRC-SUB.
006040     PERFORM 5100-PRINT-ONE-SOURCE THRU 5100-PRINT-ONE-SOURCE-EXIT
006050         UNTIL QL-SRC-SUB > QL-SRC-COUNT.
006060     PERFORM 5200-BUILD-ALL-SOURCES
006070         THRU 5200-BUILD-ALL-SOURCES-EXIT.
006080     PERFORM 5500-PRINT-BLOCK THRU 5500-PRINT-BLOCK-EXIT.
006090     MOVE SPACES TO QL-REPORT-LINE.
006100     WRITE QL-REPORT-LINE.
006110     MOVE QL-ACTIVE-SCANNED TO QL-EDIT-COUNT.
006120     MOVE SPACES TO QL-REPORT-LINE.
006130     STRING "ACTIVE RECORDS SCORED . . . . . : " DELIMITED BY SIZE
006140         QL-EDIT-COUNT DELIMITED BY SIZE
006150         INTO QL-REPORT-LINE.
006160     WRITE QL-REPORT-LINE.
006170 5000-PRINT-SCORECARD-EXIT.
006180     EXIT.
006190*
006200*--------------------------------------------------------------*
006210* 5100-PRINT-ONE-SOURCE - COPY ONE SOURCE SLOT, AND LAST       *
006220* MONTH'S SLOT FOR THE SAME SOURCE IF THERE IS ONE, INTO       *
006230* QL-BLOCK AND PRINT IT.                                       *
006240*--------------------------------------------------------------*
006250 5100-PRINT-ONE-SOURCE.
006260     MOVE QL-SRC-ID (QL-SRC-SUB) TO QL-BLK-LABEL.
006270     IF QL-BLK-LABEL = SPACES
006280         MOVE "(BLANK)" TO QL-BLK-LABEL
006290     END-IF.
006300     MOVE QL-SRC-ACTIVE (QL-SRC-SUB) TO QL-BLK-ACTIVE.
006310     MOVE "N" TO QL-BLK-PRIOR-SW.
006320     MOVE ZERO TO QL-BLK-PRIOR-ACTIVE.
006330     MOVE "N" TO QL-PRV-FOUND-SW.
006340     MOVE 1 TO QL-PRV-SUB.
006350     PERFORM 5110-FIND-PRV-SLOT THRU 5110-FIND-PRV-SLOT-EXIT
006360         UNTIL QL-PRV-FOUND OR QL-PRV-SUB > QL-PRV-COUNT.
006370     IF QL-PRV-FOUND
006380         SET QL-BLK-HAS-PRIOR TO TRUE
006390         MOVE QL-PRV-ACTIVE (QL-PRV-SUB) TO QL-BLK-PRIOR-ACTIVE
006400     END-IF.
006410     MOVE 1 TO QL-PRB-SUB.
006420     PERFORM 5120-COPY-ONE-PROBLEM THRU 5120-COPY-ONE-PROBLEM-EXIT
006430         UNTIL QL-PRB-SUB > QL-PRB-MAX.
006440     PERFORM 5500-PRINT-BLOCK THRU 5500-PRINT-BLOCK-EXIT.
006450     ADD 1 TO QL-SRC-SUB.
006460 5100-PRINT-ONE-SOURCE-EXIT.
006470     EXIT.
006480*
006490 5110-FIND-PRV-SLOT.
006500     IF QL-PRV-ID (QL-PRV-SUB) = QL-SRC-ID (QL-SRC-SUB)
006510         SET QL-PRV-FOUND TO TRUE
006520     ELSE
006530         ADD 1 TO QL-PRV-SUB
006540     END-IF.
006550 5110-FIND-PRV-SLOT-EXIT.
006560     EXIT.
006570*
006580 5120-COPY-ONE-PROBLEM.
006590     MOVE QL-SRC-PROBLEM (QL-SRC-SUB, QL-PRB-SUB)
006600         TO QL-BLK-PROBLEM (QL-PRB-SUB).
006610     IF QL-BLK-HAS-PRIOR
006620         MOVE QL-PRV-PROBLEM (QL-PRV-SUB, QL-PRB-SUB)
006630             TO QL-BLK-PRIOR-PROBLEM (QL-PRB-SUB)
006640     ELSE
006650         MOVE ZERO TO QL-BLK-PRIOR-PROBLEM (QL-PRB-SUB)
006660     END-IF.
006670     ADD 1 TO QL-PRB-SUB.
006680 5120-COPY-ONE-PROBLEM-EXIT.
006690     EXIT.
006700*
006710*--------------------------------------------------------------*
006720* 5200-BUILD-ALL-SOURCES - SUM EVERY SOURCE THIS MONTH AND     *
006730* EVERY SOURCE LAST MONTH INTO QL-BLOCK.                       *
006740*--------------------------------------------------------------*
006750 5200-BUILD-ALL-SOURCES.
006760     MOVE "ALL" TO QL-BLK-LABEL.
006770     MOVE ZERO TO QL-BLK-ACTIVE.
006780     MOVE ZERO TO QL-BLK-PRIOR-ACTIVE.
006790     MOVE 1 TO QL-PRB-SUB.
006800     PERFORM 5210-CLEAR-ONE-TOTAL THRU 5210-CLEAR-ONE-TOTAL-EXIT
006810         UNTIL QL-PRB-SUB > QL-PRB-MAX.
006820     MOVE 1 TO QL-SRC-SUB.
006830     PERFORM 5220-ADD-ONE-SOURCE THRU 5220-ADD-ONE-SOURCE-EXIT
006840         UNTIL QL-SRC-SUB > QL-SRC-COUNT.
006850     MOVE 1 TO QL-PRV-SUB.
006860     PERFORM 5230-ADD-ONE-PRIOR THRU 5230-ADD-ONE-PRIOR-EXIT
006870         UNTIL QL-PRV-SUB > QL-PRV-COUNT.
006880     IF QL-PRV-COUNT > ZERO
006890         SET QL-BLK-HAS-PRIOR TO TRUE
006900     ELSE
006910         MOVE "N" TO QL-BLK-PRIOR-SW
006920     END-IF.
006930 5200-BUILD-ALL-SOURCES-EXIT.
006940     EXIT.
006950*
006960 5210-CLEAR-ONE-TOTAL.
006970     MOVE ZERO TO QL-BLK-PROBLEM (QL-PRB-SUB).
006980     MOVE ZERO TO QL-BLK-PRIOR-PROBLEM (QL-PRB-SUB).
006990     ADD 1 TO QL-PRB-SUB.
007000 5210-CLEAR-ONE-TOTAL-EXIT.
007010     EXIT.
007020*
007030 5220-ADD-ONE-SOURCE.
007040     ADD QL-SRC-ACTIVE (QL-SRC-SUB) TO QL-BLK-ACTIVE.
007050     MOVE 1 TO QL-PRB-SUB.
007060     PERFORM 5221-ADD-ONE-SOURCE-PROBLEM
007070         THRU 5221-ADD-ONE-SOURCE-PROBLEM-EXIT
007080         UNTIL QL-PRB-SUB > QL-PRB-MAX.
007090     ADD 1 TO QL-SRC-SUB.
007100 5220-ADD-ONE-SOURCE-EXIT.
007110     EXIT.
007120*
007130 5221-ADD-ONE-SOURCE-PROBLEM.
007140     ADD QL-SRC-PROBLEM (QL-SRC-SUB, QL-PRB-SUB)
007150         TO QL-BLK-PROBLEM (QL-PRB-SUB).
007160     ADD 1 TO QL-PRB-SUB.
007170 5221-ADD-ONE-SOURCE-PROBLEM-EXIT.
007180     EXIT.
007190*
007200 5230-ADD-ONE-PRIOR.
007210     ADD QL-PRV-ACTIVE (QL-PRV-SUB) TO QL-BLK-PRIOR-ACTIVE.
007220     MOVE 1 TO QL-PRB-SUB.
007230     PERFORM 5231-ADD-ONE-PRIOR-PROBLEM
007240         THRU 5231-ADD-ONE-PRIOR-PROBLEM-EXIT
007250         UNTIL QL-PRB-SUB > QL-PRB-MAX.
007260     ADD 1 TO QL-PRV-SUB.
007270 5230-ADD-ONE-PRIOR-EXIT.
007280     EXIT.
007290*
007300 5231-ADD-ONE-PRIOR-PROBLEM.
007310     ADD QL-PRV-PROBLEM (QL-PRV-SUB, QL-PRB-SUB)
007320         TO QL-BLK-PRIOR-PROBLEM (QL-PRB-SUB).
007330     ADD 1 TO QL-PRB-SUB.
007340 5231-ADD-ONE-PRIOR-PROBLEM-EXIT.
007350     EXIT.
007360*
007370*--------------------------------------------------------------*
007380* 5500-PRINT-BLOCK - THE SOURCE LINE, THE COLUMN HEADINGS, AND *
007390* ONE LINE PER PROBLEM FROM QL-BLOCK.                          *
007400*--------------------------------------------------------------*
007410 5500-PRINT-BLOCK.
007420     MOVE SPACES TO QL-REPORT-LINE.
007430     WRITE QL-REPORT-LINE.
007440     MOVE QL-BLK-ACTIVE TO QL-EDIT-COUNT.
007450     MOVE SPACES TO QL-REPORT-LINE.
007460     STRING "INTAKE SOURCE " DELIMITED BY SIZE
007470         QL-BLK-LABEL DELIMITED BY SIZE
007480         "   ACTIVE RECORDS " DELIMITED BY SIZE
007490         QL-EDIT-COUNT DELIMITED BY SIZE
007500         INTO QL-REPORT-LINE.
007510     WRITE QL-REPORT-LINE.
007520     MOVE SPACES TO QL-REPORT-LINE.
007530     STRING "  PROBLEM                       " DELIMITED BY SIZE
007540         "  COUNT  PERCENT  LAST MO   CHANGE" DELIMITED BY SIZE
007550         INTO QL-REPORT-LINE.
007560     WRITE QL-REPORT-LINE.
007570     MOVE 1 TO QL-PRB-SUB.
007580     PERFORM 5510-PRINT-PROBLEM THRU 5510-PRINT-PROBLEM-EXIT
007590         UNTIL QL-PRB-SUB > QL-PRB-MAX.
007600 5500-PRINT-BLOCK-EXIT.
007610     EXIT.
007620*
007630*--------------------------------------------------------------*
007640* 5510-PRINT-PROBLEM - THE COUNT, ITS PERCENTAGE OF THE    *
007650* BLOCK'S ACTIVE RECORDS, AND LAST MONTH'S PERCENTAGE WITH THE *
007660* CHANGE IN PERCENTAGE POINTS.                                 *
007670*--------------------------------------------------------------*
007680 5510-PRINT-PROBLEM.
007690     MOVE QL-PROBLEM-LABEL (QL-PRB-SUB) TO QL-DET-LABEL.
007700     MOVE QL-BLK-PROBLEM (QL-PRB-SUB) TO QL-DET-COUNT.
007710     MOVE ZERO TO QL-PERCENT.
007720     IF QL-BLK-ACTIVE > ZERO
007730         COMPUTE QL-PERCENT ROUNDED =
007740             QL-BLK-PROBLEM (QL-PRB-SUB) * 100
007750             / QL-BLK-ACTIVE
007760     END-IF.
007770     MOVE QL-PERCENT TO QL-DET-PERCENT.
007780     IF QL-BLK-HAS-PRIOR AND QL-BLK-PRIOR-ACTIVE > ZERO
007790         MOVE SPACES TO QL-DET-PRIOR-AREA
007800         COMPUTE QL-PRIOR-PERCENT ROUNDED =
007810             QL-BLK-PRIOR-PROBLEM (QL-PRB-SUB) * 100
007820             / QL-BLK-PRIOR-ACTIVE
007830         COMPUTE QL-CHANGE = QL-PERCENT - QL-PRIOR-PERCENT
007840         MOVE QL-PRIOR-PERCENT TO QL-DET-PRIOR
007850         MOVE "%" TO QL-DET-PRIOR-PCT
007860         MOVE QL-CHANGE TO QL-DET-CHANGE
007870     ELSE
007880         MOVE SPACES TO QL-DET-NO-PRIOR
007890         MOVE "  N/A" TO QL-DET-NO-PRIOR-TEXT
007900     END-IF.
007910     MOVE QL-DETAIL-LINE TO QL-REPORT-LINE.
007920     WRITE QL-REPORT-LINE.
007930     ADD 1 TO QL-PRB-SUB.
007940 5510-PRINT-PROBLEM-EXIT.
007950     EXIT.
007960*
007970*--------------------------------------------------------------*
007980* 6000-SAVE-TOTALS - ONE NAMEQNEW RECORD PER SOURCE FOR NEXT   *
007990* MONTH'S COMPARISON.                                          *
008000*--------------------------------------------------------------*
008010 6000-SAVE-TOTALS.
008020     OPEN OUTPUT NEW-TOTALS-FILE.
008030     MOVE 1 TO QL-SRC-SUB.
008040     PERFORM 6100-SAVE-ONE-SOURCE THRU 6100-SAVE-ONE-SOURCE-EXIT
008050         UNTIL QL-SRC-SUB > QL-SRC-COUNT.
008060     CLOSE NEW-TOTALS-FILE.
008070 6000-SAVE-TOTALS-EXIT.
008080     EXIT.
008090*
008100 6100-SAVE-ONE-SOURCE.
008110     MOVE SPACES TO QN-NEW-RECORD.
008120     MOVE QL-SRC-ID (QL-SRC-SUB)
008130         TO QT-INTAKE-SOURCE OF QN-NEW-RECORD.
008140     MOVE QL-RUN-DATE TO QT-RUN-DATE OF QN-NEW-RECORD.
008150     MOVE QL-SRC-ACTIVE (QL-SRC-SUB)
008160         TO QT-ACTIVE-COUNT OF QN-NEW-RECORD.
008170     MOVE 1 TO QL-PRB-SUB.
008180     PERFORM 6110-SAVE-ONE-COUNT THRU 6110-SAVE-ONE-COUNT-EXIT
008190         UNTIL QL-PRB-SUB > QL-PRB-MAX.
008200     WRITE QN-NEW-RECORD.
008210     ADD 1 TO QL-SRC-SUB.
008220 6100-SAVE-ONE-SOURCE-EXIT.
008230     EXIT.
008240*
008250 6110-SAVE-ONE-COUNT.
008260     MOVE QL-SRC-PROBLEM (QL-SRC-SUB, QL-PRB-SUB)
008270         TO QT-PROBLEM-COUNT OF QN-NEW-RECORD (QL-PRB-SUB).
008280     ADD 1 TO QL-PRB-SUB.
008290 6110-SAVE-ONE-COUNT-EXIT.
008300     EXIT.
008310*
008320*--------------------------------------------------------------*
008330* 9000-TERMINATE                                               *
008340*--------------------------------------------------------------*
008350 9000-TERMINATE.
008360     IF QL-ADDR-AVAILABLE
008370         CLOSE ADDRESS-FILE
008380     END-IF.
008390     CLOSE REPORT-FILE.
008400     DISPLAY "NAMEQUAL COMPLETE - ACTIVE RECORDS SCORED: "
008410         QL-ACTIVE-SCANNED.
008420 9000-TERMINATE-EXIT.
008430     EXIT.
008440*
008450*--------------------------------------------------------------*
008460* 9999-ABEND - STOP WITH A NON-ZERO RETURN CODE.  THE CALLER   *
008470* HAS ALREADY DISPLAYED THE REASON.                            *
008480*--------------------------------------------------------------*
008490 9999-ABEND.
008500     MOVE 16 TO RETURN-CODE.
008510     STOP RUN.
008520 9999-ABEND-EXIT.
008530     EXIT.
008540 END PROGRAM NAMEQUAL.
