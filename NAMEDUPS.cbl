000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMEDUPS.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMEDUPS IS THE WEEKLY SOUND-ALIKE DUPLICATE SWEEP OF THE    *
000180* NAME-MASTER FILE.  NAMECAP'S DUPLICATE CHECK ONLY CATCHES AN *
000190* EXACT LAST NAME WITH THE SAME FIRST THREE LETTERS OF THE     *
000200* FIRST NAME, SO "SMYTH, JON" AND "SMITH, JOHN", OR "MAC       *
000210* DONALD" AND "MACDONALD", GO ONTO THE MASTER AS TWO PEOPLE.   *
000220* THIS PROGRAM CODES EVERY ACTIVE RECORD'S LAST AND FIRST NAME *
000230* WITH THE SOUNDEX SOUND-ALIKE CODE (LETTER PLUS 3 DIGITS -    *
000240* SPACES, HYPHENS, APOSTROPHES, AND CASE DO NOT COUNT), SORTS  *
000250* THE MASTER INTO CODE ORDER, AND PAIRS OFF EVERY TWO RECORDS  *
000260* WHOSE LAST AND FIRST NAMES BOTH SOUND ALIKE.                 *
000270*                                                              *
000280* EACH PAIR IS SCORED OUT OF 100 SO THE LIKELIEST DUPLICATES   *
000290* PRINT FIRST:                                                 *
000300*   25  LAST NAMES SPELLED THE SAME (LETTERS ONLY)             *
000310*   20  FIRST NAMES SPELLED THE SAME (LETTERS ONLY)            *
000320*   15  SAME MIDDLE INITIAL                                    *
000330*   10  SAME SUFFIX (OR BOTH BLANK)                            *
000340*   20  SAME STREET AND POSTAL CODE ON NAMEADDR                *
000350*   10  SAME PHONE ON NAMEADDR                                 *
000360* THE RANKED LIST SHOWS BOTH KEYS, NAMES, ENTRY DATES, INTAKE  *
000370* SOURCES, AND ADDRESSES SIDE BY SIDE.  SUPERVISORS WORK IT    *
000380* THROUGH NAMEMAIN OPTION 7, WHICH EITHER MERGES THE PAIR OR   *
000390* MARKS IT "NOT A DUPLICATE" ON THE NAMEDUPR REVIEWED-PAIR     *
000400* FILE; A PAIR ON THAT FILE IS LEFT OFF EVERY LATER RUN.       *
000410*--------------------------------------------------------------*
000420* MODIFICATION HISTORY                                        *
000430*--------------------------------------------------------------*
000440* DATE       INIT  DESCRIPTION                                 *
000450* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000451* 2026-10-15 SV    WIDENED THE MASTER IMAGES FOR THE NEW       *
000452*                  NM-CHANGE-DATE AND NM-EXTRACT-DATE FIELDS.  *
000453* 2026-10-15 SV    WIDENED THE MASTER IMAGES FOR THE NEW       *
000454*                  NM-ERASED-DATE FIELD, AND LEAVE RECORDS     *
000455*                  WHOSE PERSONAL DATA HAS BEEN ERASED OUT OF  *
000456*                  THE SWEEP.                                  *
000460*--------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT NAME-MASTER-FILE ASSIGN TO "NAMEMST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS NM-RECORD-KEY
000540         ALTERNATE RECORD KEY IS NM-NAME-KEY
000550             WITH DUPLICATES
000560         FILE STATUS IS DP-MASTER-FILE-STATUS.
000570     SELECT ADDRESS-FILE ASSIGN TO "NAMEADDR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS AD-RECORD-KEY
000610         FILE STATUS IS DP-ADDRESS-FILE-STATUS.
000620     SELECT REVIEWED-PAIR-FILE ASSIGN TO "NAMEDUPR"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS DR-PAIR-KEY
000660         FILE STATUS IS DP-REVIEW-FILE-STATUS.
000670     SELECT PAIR-WORK-FILE ASSIGN TO "NAMEDUPW"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DP-PAIR-FILE-STATUS.
000700     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000710     SELECT PAIR-SORT-FILE ASSIGN TO "SRTPAIR".
000720     SELECT REPORT-FILE ASSIGN TO "NAMEDUPL"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770*--------------------------------------------------------------*
000780* NAME-MASTER-FILE - THE FILE BEING SWEPT.  INPUT ONLY.        *
000790*--------------------------------------------------------------*
000800 FD  NAME-MASTER-FILE.
000810 01  NM-MASTER-RECORD.
000820     COPY NAMEMSTR.
000830*
000840*--------------------------------------------------------------*
000850* ADDRESS-FILE - THE CHILD RECORD CARRIED WITH EACH NAME SO    *
000851* THE PAIR CAN BE SCORED AND PRINTED WITH ITS ADDRESS.  INPUT  *
000852* ONLY.                                                        *
000860*--------------------------------------------------------------*
000880 FD  ADDRESS-FILE.
000890 01  AD-ADDRESS-RECORD.
000900     COPY NAMEADDR.
000910*
000920*--------------------------------------------------------------*
000930* REVIEWED-PAIR-FILE - PAIRS A SUPERVISOR HAS ALREADY MARKED   *
000940* "NOT A DUPLICATE" IN NAMEMAIN.  INPUT ONLY.                  *
000950*--------------------------------------------------------------*
000960 FD  REVIEWED-PAIR-FILE.
000970 01  DR-REVIEWED-PAIR-RECORD.
000980     COPY NAMEDUPR.
000990*
001000*--------------------------------------------------------------*
001010* PAIR-WORK-FILE - EVERY CANDIDATE PAIR WITH ITS SCORE,        *
001020* WRITTEN BY THE FIRST SORT AND RANKED BY THE SECOND.          *
001030*--------------------------------------------------------------*
001040 FD  PAIR-WORK-FILE
001050     RECORDING MODE IS F.
001060 01  PW-PAIR-RECORD.
001070     05  PW-SCORE                PIC 9(03).
001080     05  PW-LEFT-IMAGE           PIC X(204).
001090     05  PW-RIGHT-IMAGE          PIC X(204).
001100*
001110*--------------------------------------------------------------*
001120* SORT-WORK-FILE - PUTS THE ACTIVE MASTER INTO SOUND-ALIKE     *
001130* CODE ORDER SO EVERY GROUP OF SOUND-ALIKE NAMES ARRIVES       *
001131* TOGETHER.                                                    *
001140*--------------------------------------------------------------*
001150 SD  SORT-WORK-FILE.
001160 01  SW-SORT-RECORD.
001170     05  SW-LAST-CODE            PIC X(04).
001180     05  SW-FIRST-CODE           PIC X(04).
001190     05  SW-ADDR-FOUND-SW        PIC X(01).
001200     05  SW-MASTER-IMAGE.
001210         10  SW-MASTER-KEY       PIC 9(07).
001220         10  FILLER              PIC X(112).
001230     05  SW-ADDRESS-IMAGE        PIC X(84).
001240*
001250*--------------------------------------------------------------*
001260* PAIR-SORT-FILE - RANKS THE CANDIDATE PAIRS, HIGHEST SCORE    *
001270* FIRST, THEN BY KEY.                                          *
001280*--------------------------------------------------------------*
001290 SD  PAIR-SORT-FILE.
001300 01  PS-PAIR-RECORD.
001310     05  PS-SCORE                PIC 9(03).
001320     05  PS-LEFT-IMAGE.
001330         10  FILLER              PIC X(01).
001340         10  PS-LEFT-KEY         PIC 9(07).
001350         10  FILLER              PIC X(196).
001360     05  PS-RIGHT-IMAGE.
001370         10  FILLER              PIC X(01).
001380         10  PS-RIGHT-KEY        PIC 9(07).
001390         10  FILLER              PIC X(196).
001400*
001410*--------------------------------------------------------------*
001420* REPORT-FILE - THE RANKED CANDIDATE LIST.                     *
001430*--------------------------------------------------------------*
001440 FD  REPORT-FILE.
001450 01  DP-REPORT-LINE              PIC X(80).
001460*
001470 WORKING-STORAGE SECTION.
001480 77  DP-MASTER-FILE-STATUS       PIC X(02).
001490 77  DP-ADDRESS-FILE-STATUS      PIC X(02).
001500 77  DP-REVIEW-FILE-STATUS       PIC X(02).
001510 77  DP-PAIR-FILE-STATUS         PIC X(02).
001520 77  DP-RUN-DATE                 PIC 9(08).
001530 77  DP-MASTER-EOF-SW            PIC X(01) VALUE "N".
001540     88  DP-MASTER-EOF                       VALUE "Y".
001550 77  DP-SORT-EOF-SW              PIC X(01) VALUE "N".
001560     88  DP-SORT-EOF                         VALUE "Y".
001570 77  DP-PAIR-EOF-SW              PIC X(01) VALUE "N".
001580     88  DP-PAIR-EOF                         VALUE "Y".
001590 77  DP-ADDR-AVAIL-SW            PIC X(01) VALUE "N".
001600     88  DP-ADDR-AVAILABLE                   VALUE "Y".
001610 77  DP-REVIEW-AVAIL-SW          PIC X(01) VALUE "N".
001620     88  DP-REVIEW-AVAILABLE                 VALUE "Y".
001630 77  DP-REVIEWED-SW              PIC X(01).
001640     88  DP-PAIR-REVIEWED                    VALUE "Y".
001650 77  DP-NAMES-SWEPT              PIC 9(07) VALUE ZERO.
001660 77  DP-GROUPS-COMPARED          PIC 9(07) VALUE ZERO.
001670 77  DP-PAIRS-LISTED             PIC 9(07) VALUE ZERO.
001680 77  DP-PAIRS-REVIEWED           PIC 9(07) VALUE ZERO.
001690 77  DP-OVERSIZE-GROUPS          PIC 9(07) VALUE ZERO.
001700 77  DP-EDIT-COUNT               PIC ZZZZZZ9.
001710 77  DP-RANK                     PIC 9(05) VALUE ZERO.
001720 77  DP-SCORE                    PIC 9(03).
001730*
001740*--------------------------------------------------------------*
001750* SOUND-ALIKE GROUP TABLE - EVERY ACTIVE NAME SHARING ONE      *
001760* LAST/FIRST SOUNDEX CODE PAIR.  EVERY TWO ENTRIES IN THE      *
001770* TABLE ARE A CANDIDATE PAIR.  100 SLOTS IS FAR MORE PEOPLE    *
001780* THAN SHARE A SOUND-ALIKE FULL NAME; A LARGER GROUP IS        *
001790* REPORTED AND ONLY ITS FIRST 100 ARE COMPARED.                *
001800*--------------------------------------------------------------*
001810 77  DP-GRP-COUNT                PIC 9(03) COMP VALUE ZERO.
001820 77  DP-GRP-MAX                  PIC 9(03) COMP VALUE 100.
001830 77  DP-LEFT-SUB                 PIC 9(03) COMP.
001840 77  DP-RIGHT-SUB                PIC 9(03) COMP.
001850 77  DP-GROUP-LAST-CODE          PIC X(04) VALUE SPACES.
001860 77  DP-GROUP-FIRST-CODE         PIC X(04) VALUE SPACES.
001870 77  DP-OVERFLOW-SW              PIC X(01) VALUE "N".
001880     88  DP-GROUP-OVERFLOWED                 VALUE "Y".
001890 01  DP-GROUP-TABLE.
001900     05  DP-GRP-ENTRY OCCURS 100 TIMES.
001910         10  DP-GRP-IMAGE        PIC X(204).
001920*
001930*--------------------------------------------------------------*
001940* THE TWO SIDES OF THE PAIR IN HAND.  EACH IMAGE IS THE        *
001950* ADDRESS FOUND SWITCH, THE MASTER RECORD, AND THE ADDRESS     *
001960* CHILD (BLANK WHEN NONE IS ON FILE).                          *
001970*--------------------------------------------------------------*
001980 01  DP-LEFT-IMAGE.
001990     05  DP-LEFT-ADDR-SW         PIC X(01).
002000         88  DP-LEFT-HAS-ADDRESS             VALUE "Y".
002010     05  DP-LEFT-MASTER.
002020         10  FILLER              PIC X(119).
002030     05  DP-LEFT-ADDRESS.
002040         10  FILLER              PIC X(84).
002050 01  DP-RIGHT-IMAGE.
002060     05  DP-RIGHT-ADDR-SW        PIC X(01).
002070         88  DP-RIGHT-HAS-ADDRESS            VALUE "Y".
002080     05  DP-RIGHT-MASTER.
002090         10  FILLER              PIC X(119).
002100     05  DP-RIGHT-ADDRESS.
002110         10  FILLER              PIC X(84).
002120 01  DP-LEFT-NAME.
002130     COPY NAMEMSTR.
002140 01  DP-LEFT-ADDR.
002150     COPY NAMEADDR.
002160 01  DP-RIGHT-NAME.
002170     COPY NAMEMSTR.
002180 01  DP-RIGHT-ADDR.
002190     COPY NAMEADDR.
002200*
002210*--------------------------------------------------------------*
002220* WORK AREAS FOR 7000-BUILD-SOUNDEX AND 7100-SQUEEZE-NAME.     *
002230* THE DIGIT STRING GIVES EACH LETTER'S SOUNDEX DIGIT IN        *
002240* ALPHABET ORDER: "0" FOR A VOWEL (OR Y), WHICH SEPARATES TWO  *
002250* LIKE CONSONANTS, AND "-" FOR H AND W, WHICH DO NOT.          *
002260*--------------------------------------------------------------*
002270 77  DP-ALPHABET                 PIC X(26)
002280         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002290 77  DP-LOWER-CASE               PIC X(26)
002300         VALUE "abcdefghijklmnopqrstuvwxyz".
002310 77  DP-SOUNDEX-DIGITS           PIC X(26)
002320         VALUE "0123012-02245501262301-202".
002330 77  DP-SDX-SOURCE               PIC X(20).
002340 77  DP-SDX-WORK                 PIC X(20).
002350 77  DP-SDX-CODE                 PIC X(04).
002360 77  DP-SDX-CHAR                 PIC X(01).
002370 77  DP-SDX-DIGIT                PIC X(01).
002380 77  DP-SDX-LAST-DIGIT           PIC X(01).
002390 77  DP-SDX-IDX                  PIC 9(02) COMP.
002400 77  DP-SDX-OUT-POS              PIC 9(02) COMP.
002410 77  DP-LETTER-TALLY             PIC 9(02) COMP.
002420 77  DP-SQZ-RESULT               PIC X(20).
002430 77  DP-LEFT-SQUEEZED            PIC X(20).
002440*
002450*--------------------------------------------------------------*
002460* SIDE-BY-SIDE PRINT LINE - LEFT RECORD, A RULE, RIGHT RECORD. *
002470*--------------------------------------------------------------*
002480 01  DP-PAIR-LINE.
002490     05  DP-PL-LEFT              PIC X(38).
002500     05  FILLER                  PIC X(04) VALUE " |  ".
002510     05  DP-PL-RIGHT             PIC X(38).
002520 01  DP-PAIR-HEADING.
002530     05  FILLER                  PIC X(05) VALUE "PAIR ".
002540     05  DP-PH-RANK              PIC ZZZZ9.
002550     05  FILLER                  PIC X(09) VALUE "   SCORE ".
002560     05  DP-PH-SCORE             PIC ZZ9.
002570     05  FILLER                  PIC X(58) VALUE SPACES.
002580*
002590 PROCEDURE DIVISION.
002600*--------------------------------------------------------------*
002610* 0000-MAINLINE                                                *
002620*--------------------------------------------------------------*
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002650     PERFORM 2000-FIND-CANDIDATES THRU 2000-FIND-CANDIDATES-EXIT.
002660     PERFORM 5000-RANK-CANDIDATES THRU 5000-RANK-CANDIDATES-EXIT.
002670     PERFORM 6000-WRITE-TOTALS THRU 6000-WRITE-TOTALS-EXIT.
002680     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002690     STOP RUN.
002700*
002710*--------------------------------------------------------------*
002720* 1000-INITIALIZE - OPEN THE REPORT AND THE LOOKUP FILES.  A   *
002730* MISSING ADDRESS FILE MEANS NO PAIR SCORES ON ADDRESS; A      *
002740* MISSING REVIEWED-PAIR FILE MEANS NO PAIR WAS MARKED YET.     *
002750*--------------------------------------------------------------*
002760 1000-INITIALIZE.
002770     ACCEPT DP-RUN-DATE FROM DATE YYYYMMDD.
002780     OPEN OUTPUT REPORT-FILE.
002790     MOVE SPACES TO DP-REPORT-LINE.
002800     STRING "SOUND-ALIKE DUPLICATE CANDIDATES - RUN DATE "
002810             DELIMITED BY SIZE
002820         DP-RUN-DATE DELIMITED BY SIZE
002830         INTO DP-REPORT-LINE.
002840     WRITE DP-REPORT-LINE.
002850     MOVE SPACES TO DP-REPORT-LINE.
002860     WRITE DP-REPORT-LINE.
002870     OPEN INPUT ADDRESS-FILE.
002880     IF DP-ADDRESS-FILE-STATUS NOT = "35"
002890         SET DP-ADDR-AVAILABLE TO TRUE
002900     END-IF.
002910     OPEN INPUT REVIEWED-PAIR-FILE.
002920     IF DP-REVIEW-FILE-STATUS NOT = "35"
002930         SET DP-REVIEW-AVAILABLE TO TRUE
002940     END-IF.
002950 1000-INITIALIZE-EXIT.
002960     EXIT.
002970*
002980*--------------------------------------------------------------*
002990* 2000-FIND-CANDIDATES - SORT THE ACTIVE MASTER INTO           *
003000* SOUND-ALIKE CODE ORDER AND WRITE EVERY CANDIDATE PAIR TO THE *
003010* PAIR WORK FILE.                                              *
003020*--------------------------------------------------------------*
003030 2000-FIND-CANDIDATES.
003040     SORT SORT-WORK-FILE
003050         ON ASCENDING KEY SW-LAST-CODE
003060                          SW-FIRST-CODE
003070                          SW-MASTER-KEY
003080         INPUT PROCEDURE IS 2100-RELEASE-ACTIVE-NAMES
003090             THRU 2100-RELEASE-ACTIVE-NAMES-EXIT
003100         OUTPUT PROCEDURE IS 3000-PAIR-GROUPS
003110             THRU 3000-PAIR-GROUPS-EXIT.
003120 2000-FIND-CANDIDATES-EXIT.
003130     EXIT.
003140*
003150*--------------------------------------------------------------*
003160* 2100-RELEASE-ACTIVE-NAMES - A MISSING MASTER FILE (NO NAME   *
003170* EVER CAPTURED) IS NOT AN ERROR - NOTHING IS RELEASED AND THE *
003180* LIST IS EMPTY.                                               *
003190*--------------------------------------------------------------*
003200 2100-RELEASE-ACTIVE-NAMES.
003210     OPEN INPUT NAME-MASTER-FILE.
003220     IF DP-MASTER-FILE-STATUS = "35"
003230         MOVE "Y" TO DP-MASTER-EOF-SW
003240         GO TO 2100-RELEASE-ACTIVE-NAMES-EXIT
003250     END-IF.
003260     MOVE LOW-VALUES TO NM-RECORD-KEY OF NM-MASTER-RECORD.
003270     START NAME-MASTER-FILE KEY IS NOT LESS THAN
003280         NM-RECORD-KEY OF NM-MASTER-RECORD
003290         INVALID KEY
003300             MOVE "Y" TO DP-MASTER-EOF-SW
003310     END-START.
003320     PERFORM 2110-RELEASE-ONE-NAME
003330         THRU 2110-RELEASE-ONE-NAME-EXIT
003340         UNTIL DP-MASTER-EOF.
003350     CLOSE NAME-MASTER-FILE.
003360 2100-RELEASE-ACTIVE-NAMES-EXIT.
003370     EXIT.
003380*
003390*--------------------------------------------------------------*
003400* 2110-RELEASE-ONE-NAME - CODE AN ACTIVE RECORD'S LAST AND     *
003410* FIRST NAME, PICK UP ITS ADDRESS CHILD, AND RELEASE IT.       *
003420*--------------------------------------------------------------*
003430 2110-RELEASE-ONE-NAME.
003440     READ NAME-MASTER-FILE NEXT RECORD
003450         AT END
003460             MOVE "Y" TO DP-MASTER-EOF-SW
003470     END-READ.
003480     IF DP-MASTER-EOF
003490         GO TO 2110-RELEASE-ONE-NAME-EXIT
003500     END-IF.
003510     IF NOT NM-STATUS-ACTIVE OF NM-MASTER-RECORD
003520         GO TO 2110-RELEASE-ONE-NAME-EXIT
003530     END-IF.
003532     IF NM-ERASED-DATE OF NM-MASTER-RECORD NOT = ZERO
003534         GO TO 2110-RELEASE-ONE-NAME-EXIT
003536     END-IF.
003540     ADD 1 TO DP-NAMES-SWEPT.
003550     MOVE SPACES TO SW-SORT-RECORD.
003560     MOVE PN-LAST-NAME OF NM-MASTER-RECORD TO DP-SDX-SOURCE.
003570     PERFORM 7000-BUILD-SOUNDEX THRU 7000-BUILD-SOUNDEX-EXIT.
003580     MOVE DP-SDX-CODE TO SW-LAST-CODE.
003590     MOVE PN-FIRST-NAME OF NM-MASTER-RECORD TO DP-SDX-SOURCE.
003600     PERFORM 7000-BUILD-SOUNDEX THRU 7000-BUILD-SOUNDEX-EXIT.
003610     MOVE DP-SDX-CODE TO SW-FIRST-CODE.
003620     MOVE NM-MASTER-RECORD TO SW-MASTER-IMAGE.
003630     MOVE "N" TO SW-ADDR-FOUND-SW.
003640     IF DP-ADDR-AVAILABLE
003650         MOVE NM-RECORD-KEY OF NM-MASTER-RECORD
003660             TO AD-RECORD-KEY OF AD-ADDRESS-RECORD
003670         READ ADDRESS-FILE
003680             INVALID KEY
003690                 CONTINUE
003700             NOT INVALID KEY
003710                 MOVE "Y" TO SW-ADDR-FOUND-SW
003720                 MOVE AD-ADDRESS-RECORD TO SW-ADDRESS-IMAGE
003730         END-READ
003740     END-IF.
003750     RELEASE SW-SORT-RECORD.
003760 2110-RELEASE-ONE-NAME-EXIT.
003770     EXIT.
003780*
003790*--------------------------------------------------------------*
003800* 3000-PAIR-GROUPS - RETURN THE SORTED NAMES, COLLECT EACH RUN *
003810* OF MATCHING CODES INTO THE GROUP TABLE, AND PAIR OFF THE     *
003820* GROUP WHEN THE CODES CHANGE.                                 *
003830*--------------------------------------------------------------*
003840 3000-PAIR-GROUPS.
003850     OPEN OUTPUT PAIR-WORK-FILE.
003860     PERFORM 3100-RETURN-ONE-NAME THRU 3100-RETURN-ONE-NAME-EXIT
003870         UNTIL DP-SORT-EOF.
003880     PERFORM 3200-PAIR-ONE-GROUP THRU 3200-PAIR-ONE-GROUP-EXIT.
003890     CLOSE PAIR-WORK-FILE.
003900 3000-PAIR-GROUPS-EXIT.
003910     EXIT.
003920*
003930 3100-RETURN-ONE-NAME.
003940     RETURN SORT-WORK-FILE
003950         AT END
003960             MOVE "Y" TO DP-SORT-EOF-SW
003970     END-RETURN.
003980     IF DP-SORT-EOF
003990         GO TO 3100-RETURN-ONE-NAME-EXIT
004000     END-IF.
004010     IF SW-LAST-CODE NOT = DP-GROUP-LAST-CODE
004020             OR SW-FIRST-CODE NOT = DP-GROUP-FIRST-CODE
004030         PERFORM 3200-PAIR-ONE-GROUP THRU 3200-PAIR-ONE-GROUP-EXIT
004040         MOVE SW-LAST-CODE TO DP-GROUP-LAST-CODE
004050         MOVE SW-FIRST-CODE TO DP-GROUP-FIRST-CODE
004060         MOVE ZERO TO DP-GRP-COUNT
004070         MOVE "N" TO DP-OVERFLOW-SW
004080     END-IF.
004090     IF DP-GRP-COUNT = DP-GRP-MAX
004100         IF NOT DP-GROUP-OVERFLOWED
004110             SET DP-GROUP-OVERFLOWED TO TRUE
004120             ADD 1 TO DP-OVERSIZE-GROUPS
004130             MOVE SPACES TO DP-REPORT-LINE
004140             STRING "*** SOUND-ALIKE GROUP " DELIMITED BY SIZE
004150                 DP-GROUP-LAST-CODE DELIMITED BY SIZE
004160                 "/" DELIMITED BY SIZE
004170                 DP-GROUP-FIRST-CODE DELIMITED BY SIZE
004180                 " HAS MORE THAN 100 NAMES - FIRST 100 "
004190                     DELIMITED BY SIZE
004200                 "COMPARED ***" DELIMITED BY SIZE
004210                 INTO DP-REPORT-LINE
004220             WRITE DP-REPORT-LINE
004230         END-IF
004240         GO TO 3100-RETURN-ONE-NAME-EXIT
004250     END-IF.
004260     ADD 1 TO DP-GRP-COUNT.
004270     MOVE SW-ADDR-FOUND-SW TO DP-GRP-IMAGE (DP-GRP-COUNT) (1:1).
004280     MOVE SW-MASTER-IMAGE TO DP-GRP-IMAGE (DP-GRP-COUNT) (2:119).
004290     MOVE SW-ADDRESS-IMAGE
004295         TO DP-GRP-IMAGE (DP-GRP-COUNT) (121:84).
004300 3100-RETURN-ONE-NAME-EXIT.
004310     EXIT.
004320*
004330*--------------------------------------------------------------*
004340* 3200-PAIR-ONE-GROUP - EVERY TWO NAMES IN THE GROUP ARE A     *
004350* CANDIDATE PAIR.  THE TABLE IS IN KEY ORDER, SO THE LEFT SIDE *
004360* OF EACH PAIR IS ALWAYS THE LOWER KEY.  A NAME WITH NO        *
004370* LETTERS AT ALL CODES AS BLANK AND IS NEVER PAIRED.           *
004380*--------------------------------------------------------------*
004390 3200-PAIR-ONE-GROUP.
004400     IF DP-GRP-COUNT < 2 OR DP-GROUP-LAST-CODE = SPACES
004410             OR DP-GROUP-FIRST-CODE = SPACES
004420         GO TO 3200-PAIR-ONE-GROUP-EXIT
004430     END-IF.
004440     ADD 1 TO DP-GROUPS-COMPARED.
004450     MOVE 1 TO DP-LEFT-SUB.
004460     PERFORM 3210-PAIR-ONE-LEFT THRU 3210-PAIR-ONE-LEFT-EXIT
004470         UNTIL DP-LEFT-SUB NOT < DP-GRP-COUNT.
004480 3200-PAIR-ONE-GROUP-EXIT.
004490     EXIT.
004500*
004510 3210-PAIR-ONE-LEFT.
004520     MOVE DP-GRP-IMAGE (DP-LEFT-SUB) TO DP-LEFT-IMAGE.
004530     MOVE DP-LEFT-MASTER TO DP-LEFT-NAME.
004540     MOVE DP-LEFT-ADDRESS TO DP-LEFT-ADDR.
004550     COMPUTE DP-RIGHT-SUB = DP-LEFT-SUB + 1.
004560     PERFORM 3220-PAIR-ONE-RIGHT THRU 3220-PAIR-ONE-RIGHT-EXIT
004570         UNTIL DP-RIGHT-SUB > DP-GRP-COUNT.
004580     ADD 1 TO DP-LEFT-SUB.
004590 3210-PAIR-ONE-LEFT-EXIT.
004600     EXIT.
004610*
004620 3220-PAIR-ONE-RIGHT.
004630     MOVE DP-GRP-IMAGE (DP-RIGHT-SUB) TO DP-RIGHT-IMAGE.
004640     MOVE DP-RIGHT-MASTER TO DP-RIGHT-NAME.
004650     MOVE DP-RIGHT-ADDRESS TO DP-RIGHT-ADDR.
004660     PERFORM 3300-CHECK-REVIEWED THRU 3300-CHECK-REVIEWED-EXIT.
004670     IF DP-PAIR-REVIEWED
004680         ADD 1 TO DP-PAIRS-REVIEWED
004690     ELSE
004700         PERFORM 3400-SCORE-PAIR THRU 3400-SCORE-PAIR-EXIT
004710         MOVE DP-SCORE TO PW-SCORE
004720         MOVE DP-LEFT-IMAGE TO PW-LEFT-IMAGE
004730         MOVE DP-RIGHT-IMAGE TO PW-RIGHT-IMAGE
004740         WRITE PW-PAIR-RECORD
004750     END-IF.
004760     ADD 1 TO DP-RIGHT-SUB.
004770 3220-PAIR-ONE-RIGHT-EXIT.
004780     EXIT.
004790*
004800*--------------------------------------------------------------*
004810* 3300-CHECK-REVIEWED - HAS A SUPERVISOR ALREADY MARKED THIS   *
004820* PAIR "NOT A DUPLICATE"?  THE LEFT KEY IS ALWAYS THE LOWER.   *
004830*--------------------------------------------------------------*
004840 3300-CHECK-REVIEWED.
004850     MOVE "N" TO DP-REVIEWED-SW.
004860     IF NOT DP-REVIEW-AVAILABLE
004870         GO TO 3300-CHECK-REVIEWED-EXIT
004880     END-IF.
004890     MOVE NM-RECORD-KEY OF DP-LEFT-NAME TO DR-LOW-KEY.
004900     MOVE NM-RECORD-KEY OF DP-RIGHT-NAME TO DR-HIGH-KEY.
004910     READ REVIEWED-PAIR-FILE
004920         INVALID KEY
004930             CONTINUE
004940         NOT INVALID KEY
004950             IF DR-NOT-DUPLICATE
004960                 SET DP-PAIR-REVIEWED TO TRUE
004970             END-IF
004980     END-READ.
004990 3300-CHECK-REVIEWED-EXIT.
005000     EXIT.
005010*
005020*--------------------------------------------------------------*
005030* 3400-SCORE-PAIR - SCORE THE PAIR OUT OF 100 (SEE THE TABLE   *
005040* IN THE PROGRAM HEADER).  THE NAMES ALREADY SOUND ALIKE; THE  *
005050* SCORE SAYS HOW MUCH ELSE AGREES.                             *
005060*--------------------------------------------------------------*
005070 3400-SCORE-PAIR.
005080     MOVE ZERO TO DP-SCORE.
005090     MOVE PN-LAST-NAME OF DP-LEFT-NAME TO DP-SDX-SOURCE.
005100     PERFORM 7100-SQUEEZE-NAME THRU 7100-SQUEEZE-NAME-EXIT.
005110     MOVE DP-SQZ-RESULT TO DP-LEFT-SQUEEZED.
005120     MOVE PN-LAST-NAME OF DP-RIGHT-NAME TO DP-SDX-SOURCE.
005130     PERFORM 7100-SQUEEZE-NAME THRU 7100-SQUEEZE-NAME-EXIT.
005140     IF DP-SQZ-RESULT = DP-LEFT-SQUEEZED
005150         ADD 25 TO DP-SCORE
005160     END-IF.
005170     MOVE PN-FIRST-NAME OF DP-LEFT-NAME TO DP-SDX-SOURCE.
005180     PERFORM 7100-SQUEEZE-NAME THRU 7100-SQUEEZE-NAME-EXIT.
005190     MOVE DP-SQZ-RESULT TO DP-LEFT-SQUEEZED.
005200     MOVE PN-FIRST-NAME OF DP-RIGHT-NAME TO DP-SDX-SOURCE.
005210     PERFORM 7100-SQUEEZE-NAME THRU 7100-SQUEEZE-NAME-EXIT.
005220     IF DP-SQZ-RESULT = DP-LEFT-SQUEEZED
005230         ADD 20 TO DP-SCORE
005240     END-IF.
005250     IF PN-MIDDLE-NAME OF DP-LEFT-NAME NOT = SPACES
005260             AND PN-MIDDLE-NAME OF DP-LEFT-NAME (1:1)
005270                 = PN-MIDDLE-NAME OF DP-RIGHT-NAME (1:1)
005280         ADD 15 TO DP-SCORE
005290     END-IF.
005300     IF PN-SUFFIX OF DP-LEFT-NAME = PN-SUFFIX OF DP-RIGHT-NAME
005310         ADD 10 TO DP-SCORE
005320     END-IF.
005330     IF DP-LEFT-HAS-ADDRESS AND DP-RIGHT-HAS-ADDRESS
005340         IF AD-STREET-ADDRESS OF DP-LEFT-ADDR NOT = SPACES
005350                 AND AD-STREET-ADDRESS OF DP-LEFT-ADDR
005360                     = AD-STREET-ADDRESS OF DP-RIGHT-ADDR
005370                 AND AD-POSTAL-CODE OF DP-LEFT-ADDR
005380                     = AD-POSTAL-CODE OF DP-RIGHT-ADDR
005390             ADD 20 TO DP-SCORE
005400         END-IF
005410         IF AD-PHONE OF DP-LEFT-ADDR NOT = SPACES
005420                 AND AD-PHONE OF DP-LEFT-ADDR
005430                     = AD-PHONE OF DP-RIGHT-ADDR
005440             ADD 10 TO DP-SCORE
005450         END-IF
005460     END-IF.
005470 3400-SCORE-PAIR-EXIT.
005480     EXIT.
005490*
005500*--------------------------------------------------------------*
005510* 5000-RANK-CANDIDATES - SORT THE PAIRS HIGHEST SCORE FIRST    *
005520* AND PRINT THEM.                                              *
005530*--------------------------------------------------------------*
005540 5000-RANK-CANDIDATES.
005550     SORT PAIR-SORT-FILE
005560         ON DESCENDING KEY PS-SCORE
005570         ON ASCENDING KEY PS-LEFT-KEY
005580                          PS-RIGHT-KEY
005590         USING PAIR-WORK-FILE
005600         OUTPUT PROCEDURE IS 5100-PRINT-PAIRS
005610             THRU 5100-PRINT-PAIRS-EXIT.
005620 5000-RANK-CANDIDATES-EXIT.
005630     EXIT.
005640*
005650 5100-PRINT-PAIRS.
005660     PERFORM 5110-PRINT-ONE-PAIR THRU 5110-PRINT-ONE-PAIR-EXIT
005670         UNTIL DP-PAIR-EOF.
005680     IF DP-PAIRS-LISTED = ZERO
005690         MOVE SPACES TO DP-REPORT-LINE
005700         MOVE "NO SOUND-ALIKE CANDIDATE PAIRS FOUND"
005710             TO DP-REPORT-LINE
005720         WRITE DP-REPORT-LINE
005730     END-IF.
005740 5100-PRINT-PAIRS-EXIT.
005750     EXIT.
005760*
005770*--------------------------------------------------------------*
005780* 5110-PRINT-ONE-PAIR - ONE RANKED PAIR, THE TWO RECORDS SIDE  *
005790* BY SIDE: KEY, ENTRY DATE, AND SOURCE; NAME; ADDRESS; PHONE.  *
005800*--------------------------------------------------------------*
005810 5110-PRINT-ONE-PAIR.
005820     RETURN PAIR-SORT-FILE
005830         AT END
005840             MOVE "Y" TO DP-PAIR-EOF-SW
005850     END-RETURN.
005860     IF DP-PAIR-EOF
005870         GO TO 5110-PRINT-ONE-PAIR-EXIT
005880     END-IF.
005890     ADD 1 TO DP-PAIRS-LISTED.
005900     ADD 1 TO DP-RANK.
005910     MOVE PS-LEFT-IMAGE TO DP-LEFT-IMAGE.
005920     MOVE DP-LEFT-MASTER TO DP-LEFT-NAME.
005930     MOVE DP-LEFT-ADDRESS TO DP-LEFT-ADDR.
005940     MOVE PS-RIGHT-IMAGE TO DP-RIGHT-IMAGE.
005950     MOVE DP-RIGHT-MASTER TO DP-RIGHT-NAME.
005960     MOVE DP-RIGHT-ADDRESS TO DP-RIGHT-ADDR.
005970     MOVE SPACES TO DP-REPORT-LINE.
005980     WRITE DP-REPORT-LINE.
005990     MOVE DP-RANK TO DP-PH-RANK.
006000     MOVE PS-SCORE TO DP-PH-SCORE.
006010     MOVE DP-PAIR-HEADING TO DP-REPORT-LINE.
006020     WRITE DP-REPORT-LINE.
006030     MOVE SPACES TO DP-PL-LEFT.
006040     STRING "KEY " DELIMITED BY SIZE
006050         NM-RECORD-KEY OF DP-LEFT-NAME DELIMITED BY SIZE
006060         " ENT " DELIMITED BY SIZE
006070         NM-ENTRY-DATE OF DP-LEFT-NAME DELIMITED BY SIZE
006080         " SRC " DELIMITED BY SIZE
006090         NM-INTAKE-SOURCE OF DP-LEFT-NAME DELIMITED BY SIZE
006100         INTO DP-PL-LEFT.
006110     MOVE SPACES TO DP-PL-RIGHT.
006120     STRING "KEY " DELIMITED BY SIZE
006130         NM-RECORD-KEY OF DP-RIGHT-NAME DELIMITED BY SIZE
006140         " ENT " DELIMITED BY SIZE
006150         NM-ENTRY-DATE OF DP-RIGHT-NAME DELIMITED BY SIZE
006160         " SRC " DELIMITED BY SIZE
006170         NM-INTAKE-SOURCE OF DP-RIGHT-NAME DELIMITED BY SIZE
006180         INTO DP-PL-RIGHT.
006190     MOVE DP-PAIR-LINE TO DP-REPORT-LINE.
006200     WRITE DP-REPORT-LINE.
006210     MOVE SPACES TO DP-PL-LEFT.
006220     STRING PN-LAST-NAME OF DP-LEFT-NAME DELIMITED BY SIZE
006230         " " DELIMITED BY SIZE
006240         PN-FIRST-NAME OF DP-LEFT-NAME DELIMITED BY SIZE
006250         INTO DP-PL-LEFT.
006260     MOVE SPACES TO DP-PL-RIGHT.
006270     STRING PN-LAST-NAME OF DP-RIGHT-NAME DELIMITED BY SIZE
006280         " " DELIMITED BY SIZE
006290         PN-FIRST-NAME OF DP-RIGHT-NAME DELIMITED BY SIZE
006300         INTO DP-PL-RIGHT.
006310     MOVE DP-PAIR-LINE TO DP-REPORT-LINE.
006320     WRITE DP-REPORT-LINE.
006330     MOVE SPACES TO DP-PL-LEFT.
006340     STRING PN-MIDDLE-NAME OF DP-LEFT-NAME DELIMITED BY SIZE
006350         " " DELIMITED BY SIZE
006360         PN-SUFFIX OF DP-LEFT-NAME DELIMITED BY SIZE
006370         INTO DP-PL-LEFT.
006380     MOVE SPACES TO DP-PL-RIGHT.
006390     STRING PN-MIDDLE-NAME OF DP-RIGHT-NAME DELIMITED BY SIZE
006400         " " DELIMITED BY SIZE
006410         PN-SUFFIX OF DP-RIGHT-NAME DELIMITED BY SIZE
006420         INTO DP-PL-RIGHT.
006430     MOVE DP-PAIR-LINE TO DP-REPORT-LINE.
006440     WRITE DP-REPORT-LINE.
006450     PERFORM 5200-PRINT-ADDRESSES THRU 5200-PRINT-ADDRESSES-EXIT.
006460 5110-PRINT-ONE-PAIR-EXIT.
006470     EXIT.
006480*
006490*--------------------------------------------------------------*
006500* 5200-PRINT-ADDRESSES - STREET, CITY/STATE/POSTAL, AND PHONE  *
006510* FOR BOTH SIDES.  A SIDE WITH NO ADDRESS CHILD SAYS SO.       *
006520*--------------------------------------------------------------*
006530 5200-PRINT-ADDRESSES.
006540     MOVE SPACES TO DP-PL-LEFT.
006550     IF DP-LEFT-HAS-ADDRESS
006560         MOVE AD-STREET-ADDRESS OF DP-LEFT-ADDR TO DP-PL-LEFT
006570     ELSE
006580         MOVE "NO ADDRESS ON FILE" TO DP-PL-LEFT
006590     END-IF.
006600     MOVE SPACES TO DP-PL-RIGHT.
006610     IF DP-RIGHT-HAS-ADDRESS
006620         MOVE AD-STREET-ADDRESS OF DP-RIGHT-ADDR TO DP-PL-RIGHT
006630     ELSE
006640         MOVE "NO ADDRESS ON FILE" TO DP-PL-RIGHT
006650     END-IF.
006660     MOVE DP-PAIR-LINE TO DP-REPORT-LINE.
006670     WRITE DP-REPORT-LINE.
006680     IF NOT DP-LEFT-HAS-ADDRESS AND NOT DP-RIGHT-HAS-ADDRESS
006690         GO TO 5200-PRINT-ADDRESSES-EXIT
006700     END-IF.
006710     MOVE SPACES TO DP-PL-LEFT.
006720     IF DP-LEFT-HAS-ADDRESS
006730         STRING AD-CITY OF DP-LEFT-ADDR DELIMITED BY SIZE
006740             " " DELIMITED BY SIZE
006750             AD-STATE OF DP-LEFT-ADDR DELIMITED BY SIZE
006760             " " DELIMITED BY SIZE
006770             AD-POSTAL-CODE OF DP-LEFT-ADDR DELIMITED BY SIZE
006780             INTO DP-PL-LEFT
006790     END-IF.
006800     MOVE SPACES TO DP-PL-RIGHT.
006810     IF DP-RIGHT-HAS-ADDRESS
006820         STRING AD-CITY OF DP-RIGHT-ADDR DELIMITED BY SIZE
006830             " " DELIMITED BY SIZE
006840             AD-STATE OF DP-RIGHT-ADDR DELIMITED BY SIZE
006850             " " DELIMITED BY SIZE
006860             AD-POSTAL-CODE OF DP-RIGHT-ADDR DELIMITED BY SIZE
006870             INTO DP-PL-RIGHT
006880     END-IF.
006890     MOVE DP-PAIR-LINE TO DP-REPORT-LINE.
006900     WRITE DP-REPORT-LINE.
006910     MOVE SPACES TO DP-PL-LEFT.
006920     IF DP-LEFT-HAS-ADDRESS
006930         STRING "PHONE " DELIMITED BY SIZE
006940             AD-PHONE OF DP-LEFT-ADDR DELIMITED BY SIZE
006950             INTO DP-PL-LEFT
006960     END-IF.
006970     MOVE SPACES TO DP-PL-RIGHT.
006980     IF DP-RIGHT-HAS-ADDRESS
006990         STRING "PHONE " DELIMITED BY SIZE
007000             AD-PHONE OF DP-RIGHT-ADDR DELIMITED BY SIZE
007010             INTO DP-PL-RIGHT
007020     END-IF.
007030     MOVE DP-PAIR-LINE TO DP-REPORT-LINE.
007040     WRITE DP-REPORT-LINE.
007050 5200-PRINT-ADDRESSES-EXIT.
007060     EXIT.
007070*
007080*--------------------------------------------------------------*
007090* 6000-WRITE-TOTALS                                            *
007100*--------------------------------------------------------------*
007110 6000-WRITE-TOTALS.
007120     MOVE SPACES TO DP-REPORT-LINE.
007130     WRITE DP-REPORT-LINE.
007140     MOVE DP-NAMES-SWEPT TO DP-EDIT-COUNT.
007150     MOVE SPACES TO DP-REPORT-LINE.
007160     STRING "ACTIVE NAMES SWEPT . . . . . . . : " DELIMITED BY
007170             SIZE
007180         DP-EDIT-COUNT DELIMITED BY SIZE
007190         INTO DP-REPORT-LINE.
007200     WRITE DP-REPORT-LINE.
007210     MOVE DP-GROUPS-COMPARED TO DP-EDIT-COUNT.
007220     MOVE SPACES TO DP-REPORT-LINE.
007230     STRING "SOUND-ALIKE GROUPS COMPARED. . . : " DELIMITED BY
007240             SIZE
007250         DP-EDIT-COUNT DELIMITED BY SIZE
007260         INTO DP-REPORT-LINE.
007270     WRITE DP-REPORT-LINE.
007280     MOVE DP-PAIRS-LISTED TO DP-EDIT-COUNT.
007290     MOVE SPACES TO DP-REPORT-LINE.
007300     STRING "CANDIDATE PAIRS LISTED . . . . . : " DELIMITED BY
007310             SIZE
007320         DP-EDIT-COUNT DELIMITED BY SIZE
007330         INTO DP-REPORT-LINE.
007340     WRITE DP-REPORT-LINE.
007350     MOVE DP-PAIRS-REVIEWED TO DP-EDIT-COUNT.
007360     MOVE SPACES TO DP-REPORT-LINE.
007370     STRING "PAIRS LEFT OFF - NOT A DUPLICATE : " DELIMITED BY
007380             SIZE
007390         DP-EDIT-COUNT DELIMITED BY SIZE
007400         INTO DP-REPORT-LINE.
007410     WRITE DP-REPORT-LINE.
007420     MOVE DP-OVERSIZE-GROUPS TO DP-EDIT-COUNT.
007430     MOVE SPACES TO DP-REPORT-LINE.
007440     STRING "GROUPS OVER 100 NAMES. . . . . . : " DELIMITED BY
007450             SIZE
007460         DP-EDIT-COUNT DELIMITED BY SIZE
007470         INTO DP-REPORT-LINE.
007480     WRITE DP-REPORT-LINE.
007490 6000-WRITE-TOTALS-EXIT.
007500     EXIT.
007510*
007520*--------------------------------------------------------------*
007530* 7000-BUILD-SOUNDEX - CODE DP-SDX-SOURCE INTO DP-SDX-CODE:    *
007540* THE FIRST LETTER, THEN THE DIGITS OF THE NEXT CONSONANTS,    *
007550* DROPPING A DIGIT THAT REPEATS THE ONE BEFORE IT (UNLESS A    *
007560* VOWEL CAME BETWEEN), PADDED WITH ZEROS TO FOUR.  ANYTHING    *
007570* THAT IS NOT A LETTER IS SKIPPED, SO "MAC DONALD" AND         *
007580* "MACDONALD" CODE THE SAME.  NO LETTERS AT ALL CODES BLANK.   *
007590*--------------------------------------------------------------*
007600 7000-BUILD-SOUNDEX.
007610     MOVE DP-SDX-SOURCE TO DP-SDX-WORK.
007620     INSPECT DP-SDX-WORK CONVERTING DP-LOWER-CASE TO DP-ALPHABET.
007630     MOVE "0000" TO DP-SDX-CODE.
007640     MOVE ZERO TO DP-SDX-OUT-POS.
007650     MOVE SPACE TO DP-SDX-LAST-DIGIT.
007660     MOVE 1 TO DP-SDX-IDX.
007670     PERFORM 7010-SOUNDEX-ONE-CHAR THRU 7010-SOUNDEX-ONE-CHAR-EXIT
007680         UNTIL DP-SDX-IDX > 20 OR DP-SDX-OUT-POS = 4.
007690     IF DP-SDX-OUT-POS = ZERO
007700         MOVE SPACES TO DP-SDX-CODE
007710     END-IF.
007720 7000-BUILD-SOUNDEX-EXIT.
007730     EXIT.
007740*
007750 7010-SOUNDEX-ONE-CHAR.
007760     MOVE DP-SDX-WORK (DP-SDX-IDX:1) TO DP-SDX-CHAR.
007770     ADD 1 TO DP-SDX-IDX.
007780     MOVE ZERO TO DP-LETTER-TALLY.
007790     INSPECT DP-ALPHABET TALLYING DP-LETTER-TALLY
007800         FOR CHARACTERS BEFORE INITIAL DP-SDX-CHAR.
007810     IF DP-LETTER-TALLY = 26
007820         GO TO 7010-SOUNDEX-ONE-CHAR-EXIT
007830     END-IF.
007840     MOVE DP-SOUNDEX-DIGITS (DP-LETTER-TALLY + 1:1)
007850         TO DP-SDX-DIGIT.
007860     IF DP-SDX-OUT-POS = ZERO
007870         MOVE DP-SDX-CHAR TO DP-SDX-CODE (1:1)
007880         MOVE 1 TO DP-SDX-OUT-POS
007890         MOVE DP-SDX-DIGIT TO DP-SDX-LAST-DIGIT
007900         GO TO 7010-SOUNDEX-ONE-CHAR-EXIT
007910     END-IF.
007920     IF DP-SDX-DIGIT = "-"
007930         GO TO 7010-SOUNDEX-ONE-CHAR-EXIT
007940     END-IF.
007950     IF DP-SDX-DIGIT NOT = "0"
007960             AND DP-SDX-DIGIT NOT = DP-SDX-LAST-DIGIT
007970         ADD 1 TO DP-SDX-OUT-POS
007980         MOVE DP-SDX-DIGIT TO DP-SDX-CODE (DP-SDX-OUT-POS:1)
007990     END-IF.
008000     MOVE DP-SDX-DIGIT TO DP-SDX-LAST-DIGIT.
008010 7010-SOUNDEX-ONE-CHAR-EXIT.
008020     EXIT.
008030*
008040*--------------------------------------------------------------*
008050* 7100-SQUEEZE-NAME - DP-SDX-SOURCE IN UPPER CASE WITH EVERY   *
008060* NON-LETTER DROPPED, INTO DP-SQZ-RESULT, SO "MAC DONALD",     *
008070* "MacDonald", AND "MACDONALD" ALL COMPARE AS ONE SPELLING.    *
008080*--------------------------------------------------------------*
008090 7100-SQUEEZE-NAME.
008100     MOVE DP-SDX-SOURCE TO DP-SDX-WORK.
008110     INSPECT DP-SDX-WORK CONVERTING DP-LOWER-CASE TO DP-ALPHABET.
008120     MOVE SPACES TO DP-SQZ-RESULT.
008130     MOVE ZERO TO DP-SDX-OUT-POS.
008140     MOVE 1 TO DP-SDX-IDX.
008150     PERFORM 7110-SQUEEZE-ONE-CHAR THRU 7110-SQUEEZE-ONE-CHAR-EXIT
008160         UNTIL DP-SDX-IDX > 20.
008170 7100-SQUEEZE-NAME-EXIT.
008180     EXIT.
008190*
008200 7110-SQUEEZE-ONE-CHAR.
008210     MOVE DP-SDX-WORK (DP-SDX-IDX:1) TO DP-SDX-CHAR.
008220     ADD 1 TO DP-SDX-IDX.
008230     MOVE ZERO TO DP-LETTER-TALLY.
008240     INSPECT DP-ALPHABET TALLYING DP-LETTER-TALLY
008250         FOR CHARACTERS BEFORE INITIAL DP-SDX-CHAR.
008260     IF DP-LETTER-TALLY < 26
008270         ADD 1 TO DP-SDX-OUT-POS
008280         MOVE DP-SDX-CHAR TO DP-SQZ-RESULT (DP-SDX-OUT-POS:1)
008290     END-IF.
008300 7110-SQUEEZE-ONE-CHAR-EXIT.
008310     EXIT.
008320*
008330*--------------------------------------------------------------*
008340* 9000-TERMINATE                                               *
008350*--------------------------------------------------------------*
008360 9000-TERMINATE.
008370     IF DP-ADDR-AVAILABLE
008380         CLOSE ADDRESS-FILE
008390     END-IF.
008400     IF DP-REVIEW-AVAILABLE
008410         CLOSE REVIEWED-PAIR-FILE
008420     END-IF.
008430     CLOSE REPORT-FILE.
008440     DISPLAY "NAMEDUPS COMPLETE - CANDIDATE PAIRS LISTED: "
008450         DP-PAIRS-LISTED.
008460 9000-TERMINATE-EXIT.
008470     EXIT.
008480 END PROGRAM NAMEDUPS.
