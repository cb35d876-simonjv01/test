000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMEFRCV.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMEFRCV IS THE FORWARD-RECOVERY JOB FOR THE NAME-MASTER     *
000180* FILE.  AFTER THE MASTER HAS BEEN RESTORED FROM ITS LAST      *
000190* BACKUP, THIS PROGRAM ROLLS IT FORWARD BY REPLAYING EVERY     *
000200* ACTION LOGGED SINCE THE BACKUP POINT, OLDEST FIRST:          *
000210*                                                              *
000220*   - EACH ACCEPTED CAPTURE ON NAMEAUD (STATUS "A" OR "W")     *
000230*     IS WRITTEN BACK UNDER ITS OWN AU-RECORD-KEY;             *
000240*   - EACH CHANGE, DELETE, REINSTATE, MERGE, OR ERASURE ON     *
000250*     NAMEHIST IS REAPPLIED BY MOVING ITS AFTER IMAGE ONTO THE *
000255*     RECORD.                                                  *
000260*                                                              *
000270* AN ACTION ALREADY ON THE RESTORED MASTER (THE KEY IS ON FILE *
000280* FOR AN ADD, OR THE RECORD ALREADY MATCHES THE AFTER IMAGE)   *
000290* IS SKIPPED, SO A BACKUP POINT GIVEN A LITTLE EARLY DOES NO   *
000300* HARM.  A CHANGE WHOSE BEFORE IMAGE DOES NOT MATCH THE RECORD *
000310* AS IT STANDS IS NOT FORCED ON - IT IS REPORTED AS FAILED FOR *
000320* SOMEONE TO LOOK AT.  CT-NEXT-KEY ON NAMECTRL IS THEN RESET   *
000330* PAST THE HIGHEST KEY ON THE MASTER SO THE NEXT CAPTURE DOES  *
000340* NOT COLLIDE WITH A REPLAYED RECORD.  THE REPORT LISTS EVERY  *
000350* ACTION REAPPLIED, SKIPPED, OR FAILED, WITH THE TOTALS.       *
000360*                                                              *
000370* THE JCL PARM IS THE BACKUP POINT, YYYYMMDD OR YYYYMMDDHHMMSS *
000380* (PARM='20261014' REPLAYS EVERYTHING LOGGED ON OR AFTER 14    *
000390* OCTOBER).  NM-ACK-STATUS IS NOT LOGGED, SO A REPLAYED ADD    *
000400* GOES BACK ON THE MASTER AS NOT YET EXTRACTED.                *
000410*--------------------------------------------------------------*
000420* MODIFICATION HISTORY                                        *
000430*--------------------------------------------------------------*
000440* DATE       INIT  DESCRIPTION                                 *
000450* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000451* 2026-10-15 SV    CLEAR THE NEW NM-CHANGE-DATE AND            *
000452*                  NM-EXTRACT-DATE ON A REPLAYED ADD, AND STAMP*
000453*                  NM-CHANGE-DATE FROM THE LOG ON A REPLAYED   *
000454*                  LOCAL CORRECTION (NOT ONE NAMEHRIN APPLIED  *
000455*                  FROM HR/CRM).                               *
000456* 2026-10-15 SV    REPLAY THE NEW "E" ERASURE RECORDS NAMEERAS *
000457*                  WRITES TO NAMEHIST: MASK THE RESTORED NAME  *
000458*                  AND SET NM-ERASED-DATE.  A CHANGE WHOSE     *
000459*                  IMAGES WERE MASKED BY A LATER ERASURE IS    *
000460*                  CHECKED ON STATUS ONLY, SINCE ITS BEFORE    *
000461*                  NAME CAN NO LONGER BE COMPARED.             *
000465*--------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT NAME-MASTER-FILE ASSIGN TO "NAMEMST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS NM-RECORD-KEY
000540         ALTERNATE RECORD KEY IS NM-NAME-KEY
000550             WITH DUPLICATES
000560         FILE STATUS IS FR-MASTER-FILE-STATUS.
000570     SELECT AUDIT-FILE ASSIGN TO "NAMEAUD"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS FR-AUDIT-FILE-STATUS.
000600     SELECT HISTORY-FILE ASSIGN TO "NAMEHIST"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS FR-HISTORY-FILE-STATUS.
000630     SELECT CONTROL-FILE ASSIGN TO "NAMECTRL"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS FR-CONTROL-FILE-STATUS.
000660     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000670     SELECT REPORT-FILE ASSIGN TO "NAMEFRCR"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720*--------------------------------------------------------------*
000730* NAME-MASTER-FILE - THE RESTORED MASTER, ROLLED FORWARD IN    *
000740* PLACE.                                                       *
000750*--------------------------------------------------------------*
000760 FD  NAME-MASTER-FILE.
000770 01  NM-MASTER-RECORD.
000780     COPY NAMEMSTR.
000790*
000800*--------------------------------------------------------------*
000810* AUDIT-FILE - THE LIVE AUDIT LOG.  ONLY ITS CAPTURES ARE      *
000820* REPLAYED; ITS MAINTENANCE RECORDS ARE COVERED BY NAMEHIST.   *
000830*--------------------------------------------------------------*
000840 FD  AUDIT-FILE
000850     RECORDING MODE IS F.
000860 01  AU-AUDIT-RECORD.
000870     COPY NAMEAUD.
000880*
000890*--------------------------------------------------------------*
000900* HISTORY-FILE - THE LIVE BEFORE-AND-AFTER CHANGE HISTORY.     *
000910*--------------------------------------------------------------*
000920 FD  HISTORY-FILE
000930     RECORDING MODE IS F.
000940 01  HS-HISTORY-RECORD.
000950     COPY NAMEHIST.
000960*
000970*--------------------------------------------------------------*
000980* CONTROL-FILE - THE NEXT-KEY CONTROL RECORD, RESYNCED AT END. *
000990*--------------------------------------------------------------*
001000 FD  CONTROL-FILE
001010     RECORDING MODE IS F.
001020 01  CT-CONTROL-RECORD.
001030     COPY NAMECTRL.
001040*
001050*--------------------------------------------------------------*
001060* SORT-WORK-FILE - ONE ENTRY PER ACTION TO REPLAY, FROM EITHER *
001070* LOG, IN ONE COMMON SHAPE.  AN ADD CARRIES ONLY AN AFTER      *
001080* IMAGE.  FR-SORT-SEQUENCE KEEPS EACH LOG'S OWN ORDER FOR      *
001090* ENTRIES STAMPED IN THE SAME SECOND, CAPTURES FIRST.          *
001100*--------------------------------------------------------------*
001110 SD  SORT-WORK-FILE.
001120 01  FR-SORT-RECORD.
001130     05  FR-SORT-DATE            PIC 9(08).
001140     05  FR-SORT-TIME            PIC 9(06).
001150     05  FR-SORT-SEQUENCE        PIC 9(07).
001160     05  FR-SORT-RECORD-KEY      PIC 9(07).
001170     05  FR-SORT-OPERATOR-ID     PIC X(08).
001180     05  FR-SORT-ACTION          PIC X(01).
001190         88  FR-ACTION-ADDED             VALUE "A".
001200         88  FR-ACTION-CHANGED           VALUE "C".
001210         88  FR-ACTION-DELETED           VALUE "D".
001220         88  FR-ACTION-REINSTATED        VALUE "S".
001230         88  FR-ACTION-MERGED            VALUE "M".
001235         88  FR-ACTION-ERASED            VALUE "E".
001240     05  FR-SORT-INTAKE-SOURCE   PIC X(08).
001250     05  FR-SORT-BEFORE.
001260         COPY PERSONREC REPLACING
001270             ==05  PN-LAST-NAME== BY ==10  PN-LAST-NAME==
001280             ==05  PN-FIRST-NAME== BY ==10  PN-FIRST-NAME==
001290             ==05  PN-MIDDLE-NAME== BY ==10  PN-MIDDLE-NAME==
001300             ==05  PN-SUFFIX== BY ==10  PN-SUFFIX==.
001310         10  FR-SORT-BEFORE-STATUS   PIC X(01).
001320         10  FR-SORT-BEFORE-STAT-DATE
001330                                 PIC 9(08).
001340     05  FR-SORT-AFTER.
001350         COPY PERSONREC REPLACING
001360             ==05  PN-LAST-NAME== BY ==10  PN-LAST-NAME==
001370             ==05  PN-FIRST-NAME== BY ==10  PN-FIRST-NAME==
001380             ==05  PN-MIDDLE-NAME== BY ==10  PN-MIDDLE-NAME==
001390             ==05  PN-SUFFIX== BY ==10  PN-SUFFIX==.
001400         10  FR-SORT-AFTER-STATUS    PIC X(01).
001410         10  FR-SORT-AFTER-STAT-DATE PIC 9(08).
001420     05  FR-SORT-AFTER-MERGED-TO PIC 9(07).
001430*
001440*--------------------------------------------------------------*
001450* REPORT-FILE - THE PRINTED RECOVERY REPORT.                   *
001460*--------------------------------------------------------------*
001470 FD  REPORT-FILE.
001480 01  FR-REPORT-LINE              PIC X(80).
001490*
001500 WORKING-STORAGE SECTION.
001510 77  FR-MASTER-FILE-STATUS       PIC X(02).
001520 77  FR-AUDIT-FILE-STATUS        PIC X(02).
001530 77  FR-HISTORY-FILE-STATUS      PIC X(02).
001540 77  FR-CONTROL-FILE-STATUS      PIC X(02).
001550 77  FR-RUN-DATE                 PIC 9(08).
001560 77  FR-BACKUP-DATE              PIC 9(08) VALUE ZERO.
001570 77  FR-BACKUP-TIME              PIC 9(06) VALUE ZERO.
001580 77  FR-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001590     88  FR-AUDIT-EOF                        VALUE "Y".
001600 77  FR-HISTORY-EOF-SW           PIC X(01) VALUE "N".
001610     88  FR-HISTORY-EOF                      VALUE "Y".
001620 77  FR-SORT-EOF-SW              PIC X(01) VALUE "N".
001630     88  FR-SORT-EOF                         VALUE "Y".
001640 77  FR-MASTER-EOF-SW            PIC X(01) VALUE "N".
001650     88  FR-MASTER-EOF                       VALUE "Y".
001660 77  FR-INIT-SW                  PIC X(01) VALUE "Y".
001670     88  FR-INIT-OK                          VALUE "Y".
001680     88  FR-INIT-FAILED                      VALUE "N".
001690 77  FR-RESULT-SW                PIC X(01).
001700     88  FR-RESULT-REAPPLIED                 VALUE "R".
001710     88  FR-RESULT-SKIPPED                   VALUE "S".
001720     88  FR-RESULT-FAILED                    VALUE "F".
001730 77  FR-SEQUENCE                 PIC 9(07) VALUE ZERO.
001740 77  FR-ENTRY-COUNT              PIC 9(07) VALUE ZERO.
001750 77  FR-REAPPLIED-COUNT          PIC 9(07) VALUE ZERO.
001760 77  FR-SKIPPED-COUNT            PIC 9(07) VALUE ZERO.
001770 77  FR-FAILED-COUNT             PIC 9(07) VALUE ZERO.
001780 77  FR-MASTER-COUNT             PIC 9(07) VALUE ZERO.
001790 77  FR-HIGHEST-KEY              PIC 9(07) VALUE ZERO.
001800 77  FR-OLD-NEXT-KEY             PIC 9(07) VALUE ZERO.
001810 77  FR-NEW-NEXT-KEY             PIC 9(07) VALUE ZERO.
001820 77  FR-EDIT-COUNT               PIC ZZZZZZ9.
001830*
001840*--------------------------------------------------------------*
001850* THE RECORD AS IT STANDS ON THE MASTER, IN THE SAME SHAPE AS  *
001860* A LOGGED IMAGE, SO ONE COMPARE TELLS WHETHER IT MATCHES.     *
001870*--------------------------------------------------------------*
001880 01  FR-CURRENT-IMAGE.
001890     COPY PERSONREC.
001900     05  FR-CURRENT-STATUS       PIC X(01).
001910     05  FR-CURRENT-STAT-DATE    PIC 9(08).
001920*
001930*--------------------------------------------------------------*
001940* ONE REPLAYED ACTION.                                         *
001950*--------------------------------------------------------------*
001960 01  FR-DETAIL-LINE.
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  FR-DL-DATE              PIC 9(08).
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  FR-DL-TIME              PIC 9(06).
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  FR-DL-KEY               PIC 9(07).
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  FR-DL-ACTION            PIC X(09).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  FR-DL-RESULT            PIC X(09).
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  FR-DL-REASON            PIC X(30).
002090*
002100 LINKAGE SECTION.
002110 01  FR-PARM-FIELD.
002120     05  FR-PARM-LEN             PIC S9(4) COMP.
002130     05  FR-PARM-DATE            PIC X(08).
002140     05  FR-PARM-TIME            PIC X(06).
002150*
002160 PROCEDURE DIVISION USING FR-PARM-FIELD.
002170*--------------------------------------------------------------*
002180* 0000-MAINLINE                                                *
002190*--------------------------------------------------------------*
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002220     IF FR-INIT-FAILED
002230         GO TO 0000-MAINLINE-EXIT
002240     END-IF.
002250     SORT SORT-WORK-FILE
002260         ON ASCENDING KEY FR-SORT-DATE
002270                          FR-SORT-TIME
002280                          FR-SORT-SEQUENCE
002290         INPUT PROCEDURE IS 2000-RELEASE-JOURNAL
002300             THRU 2000-RELEASE-JOURNAL-EXIT
002310         OUTPUT PROCEDURE IS 3000-REPLAY-JOURNAL
002320             THRU 3000-REPLAY-JOURNAL-EXIT.
002330     PERFORM 5000-RESYNC-NEXT-KEY THRU 5000-RESYNC-NEXT-KEY-EXIT.
002340     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002350 0000-MAINLINE-EXIT.
002360     STOP RUN.
002370*
002380*--------------------------------------------------------------*
002390* 1000-INITIALIZE - TAKE THE BACKUP POINT FROM THE PARM AND    *
002400* OPEN THE RESTORED MASTER AND THE REPORT.  THERE IS NO SAFE   *
002410* DEFAULT FOR THE BACKUP POINT, SO A MISSING OR BAD PARM, OR   *
002420* A MISSING MASTER, ENDS THE RUN WITH RC=16 BEFORE ANYTHING IS *
002430* TOUCHED.                                                     *
002440*--------------------------------------------------------------*
002450 1000-INITIALIZE.
002460     ACCEPT FR-RUN-DATE FROM DATE YYYYMMDD.
002470     OPEN OUTPUT REPORT-FILE.
002480     MOVE SPACES TO FR-REPORT-LINE.
002490     STRING "NAME-MASTER FORWARD RECOVERY REPORT - RUN DATE "
002500             DELIMITED BY SIZE
002510         FR-RUN-DATE DELIMITED BY SIZE
002520         INTO FR-REPORT-LINE.
002530     WRITE FR-REPORT-LINE.
002540     IF FR-PARM-LEN < 8
002550             OR FR-PARM-DATE IS NOT NUMERIC
002560         MOVE "*** NO VALID BACKUP POINT - NOTHING DONE ***"
002570             TO FR-REPORT-LINE
002580         WRITE FR-REPORT-LINE
002590         CLOSE REPORT-FILE
002600         DISPLAY "*** NAMEFRCV - PARM MUST BE THE BACKUP POINT, "
002610             "YYYYMMDD OR YYYYMMDDHHMMSS ***"
002620         MOVE 16 TO RETURN-CODE
002630         SET FR-INIT-FAILED TO TRUE
002640         GO TO 1000-INITIALIZE-EXIT
002650     END-IF.
002660     MOVE FR-PARM-DATE TO FR-BACKUP-DATE.
002670     IF FR-PARM-LEN >= 14
002680             AND FR-PARM-TIME IS NUMERIC
002690         MOVE FR-PARM-TIME TO FR-BACKUP-TIME
002700     END-IF.
002710     OPEN I-O NAME-MASTER-FILE.
002720     IF FR-MASTER-FILE-STATUS NOT = "00"
002730         MOVE "*** MASTER WILL NOT OPEN - NOTHING DONE ***"
002740             TO FR-REPORT-LINE
002750         WRITE FR-REPORT-LINE
002760         CLOSE REPORT-FILE
002770         DISPLAY "*** NAMEFRCV - NAMEMST OPEN FAILED, STATUS "
002780             FR-MASTER-FILE-STATUS " ***"
002790         MOVE 16 TO RETURN-CODE
002800         SET FR-INIT-FAILED TO TRUE
002810         GO TO 1000-INITIALIZE-EXIT
002820     END-IF.
002830     MOVE SPACES TO FR-REPORT-LINE.
002840     STRING "BACKUP POINT " DELIMITED BY SIZE
002850         FR-BACKUP-DATE DELIMITED BY SIZE
002860         " " DELIMITED BY SIZE
002870         FR-BACKUP-TIME DELIMITED BY SIZE
002880         " - REPLAYING NAMEAUD ADDS AND NAMEHIST CHANGES"
002890             DELIMITED BY SIZE
002900         INTO FR-REPORT-LINE.
002910     WRITE FR-REPORT-LINE.
002920     MOVE SPACES TO FR-REPORT-LINE.
002930     WRITE FR-REPORT-LINE.
002940     MOVE SPACES TO FR-REPORT-LINE.
002950     STRING "  DATE     TIME    KEY      ACTION     RESULT     "
002960             DELIMITED BY SIZE
002970         "REASON" DELIMITED BY SIZE
002980         INTO FR-REPORT-LINE.
002990     WRITE FR-REPORT-LINE.
003000 1000-INITIALIZE-EXIT.
003010     EXIT.
003020*
003030*--------------------------------------------------------------*
003040* 2000-RELEASE-JOURNAL - SORT INPUT.  PULL THE CAPTURES OFF    *
003050* NAMEAUD FIRST AND THE MAINTENANCE OFF NAMEHIST SECOND, EACH  *
003060* NUMBERED IN FILE ORDER, KEEPING ONLY WHAT WAS LOGGED ON OR   *
003070* AFTER THE BACKUP POINT.  A MISSING LOG IS SIMPLY EMPTY.      *
003080*--------------------------------------------------------------*
003090 2000-RELEASE-JOURNAL.
003100     OPEN INPUT AUDIT-FILE.
003110     IF FR-AUDIT-FILE-STATUS = "35"
003120         MOVE "Y" TO FR-AUDIT-EOF-SW
003130     END-IF.
003140     PERFORM 2100-RELEASE-ONE-AUDIT
003150         THRU 2100-RELEASE-ONE-AUDIT-EXIT
003160         UNTIL FR-AUDIT-EOF.
003170     IF FR-AUDIT-FILE-STATUS NOT = "35"
003180         CLOSE AUDIT-FILE
003190     END-IF.
003200     OPEN INPUT HISTORY-FILE.
003210     IF FR-HISTORY-FILE-STATUS = "35"
003220         MOVE "Y" TO FR-HISTORY-EOF-SW
003230     END-IF.
003240     PERFORM 2200-RELEASE-ONE-HISTORY
003250         THRU 2200-RELEASE-ONE-HISTORY-EXIT
003260         UNTIL FR-HISTORY-EOF.
003270     IF FR-HISTORY-FILE-STATUS NOT = "35"
003280         CLOSE HISTORY-FILE
003290     END-IF.
003300 2000-RELEASE-JOURNAL-EXIT.
003310     EXIT.
003320*
003330*--------------------------------------------------------------*
003340* 2100-RELEASE-ONE-AUDIT - ONLY A CAPTURE THAT WROTE A MASTER  *
003350* RECORD ("A" ACCEPTED OR "W" ACCEPTED WITH A DUPLICATE        *
003360* WARNING) IS AN ADD.  ITS AFTER IMAGE IS THE RECORD NAMECAP   *
003370* BUILT: ACTIVE, EFFECTIVE THE DAY IT WAS KEYED.               *
003380*--------------------------------------------------------------*
003390 2100-RELEASE-ONE-AUDIT.
003400     READ AUDIT-FILE
003410         AT END
003420             MOVE "Y" TO FR-AUDIT-EOF-SW
003430     END-READ.
003440     IF FR-AUDIT-EOF
003450         GO TO 2100-RELEASE-ONE-AUDIT-EXIT
003460     END-IF.
003470     IF NOT AU-STATUS-ACCEPTED
003480             AND NOT AU-STATUS-DUPLICATE
003490         GO TO 2100-RELEASE-ONE-AUDIT-EXIT
003500     END-IF.
003510     IF AU-ENTRY-DATE < FR-BACKUP-DATE
003520         GO TO 2100-RELEASE-ONE-AUDIT-EXIT
003530     END-IF.
003540     IF AU-ENTRY-DATE = FR-BACKUP-DATE
003550             AND AU-ENTRY-TIME < FR-BACKUP-TIME
003560         GO TO 2100-RELEASE-ONE-AUDIT-EXIT
003570     END-IF.
003580     ADD 1 TO FR-SEQUENCE.
003590     MOVE SPACES TO FR-SORT-BEFORE.
003600     MOVE AU-ENTRY-DATE TO FR-SORT-DATE.
003610     MOVE AU-ENTRY-TIME TO FR-SORT-TIME.
003620     MOVE FR-SEQUENCE TO FR-SORT-SEQUENCE.
003630     MOVE AU-RECORD-KEY TO FR-SORT-RECORD-KEY.
003640     MOVE AU-OPERATOR-ID TO FR-SORT-OPERATOR-ID.
003650     SET FR-ACTION-ADDED TO TRUE.
003660     MOVE AU-INTAKE-SOURCE TO FR-SORT-INTAKE-SOURCE.
003670     MOVE PN-LAST-NAME OF AU-AUDIT-RECORD
003680         TO PN-LAST-NAME OF FR-SORT-AFTER.
003690     MOVE PN-FIRST-NAME OF AU-AUDIT-RECORD
003700         TO PN-FIRST-NAME OF FR-SORT-AFTER.
003710     MOVE PN-MIDDLE-NAME OF AU-AUDIT-RECORD
003720         TO PN-MIDDLE-NAME OF FR-SORT-AFTER.
003730     MOVE PN-SUFFIX OF AU-AUDIT-RECORD
003740         TO PN-SUFFIX OF FR-SORT-AFTER.
003750     MOVE "A" TO FR-SORT-AFTER-STATUS.
003760     MOVE AU-ENTRY-DATE TO FR-SORT-AFTER-STAT-DATE.
003770     MOVE ZERO TO FR-SORT-AFTER-MERGED-TO.
003780     RELEASE FR-SORT-RECORD.
003790 2100-RELEASE-ONE-AUDIT-EXIT.
003800     EXIT.
003810*
003820*--------------------------------------------------------------*
003830* 2200-RELEASE-ONE-HISTORY - EVERY NAMEHIST RECORD IS A        *
003840* MAINTENANCE ACTION, CARRIED WITH BOTH OF ITS IMAGES.         *
003850*--------------------------------------------------------------*
003860 2200-RELEASE-ONE-HISTORY.
003870     READ HISTORY-FILE
003880         AT END
003890             MOVE "Y" TO FR-HISTORY-EOF-SW
003900     END-READ.
003910     IF FR-HISTORY-EOF
003920         GO TO 2200-RELEASE-ONE-HISTORY-EXIT
003930     END-IF.
003940     IF HS-CHANGE-DATE < FR-BACKUP-DATE
003950         GO TO 2200-RELEASE-ONE-HISTORY-EXIT
003960     END-IF.
003970     IF HS-CHANGE-DATE = FR-BACKUP-DATE
003980             AND HS-CHANGE-TIME < FR-BACKUP-TIME
003990         GO TO 2200-RELEASE-ONE-HISTORY-EXIT
004000     END-IF.
004010     ADD 1 TO FR-SEQUENCE.
004020     MOVE HS-CHANGE-DATE TO FR-SORT-DATE.
004030     MOVE HS-CHANGE-TIME TO FR-SORT-TIME.
004040     MOVE FR-SEQUENCE TO FR-SORT-SEQUENCE.
004050     MOVE HS-RECORD-KEY TO FR-SORT-RECORD-KEY.
004060     MOVE HS-OPERATOR-ID TO FR-SORT-OPERATOR-ID.
004070     MOVE HS-ACTION TO FR-SORT-ACTION.
004080     MOVE SPACES TO FR-SORT-INTAKE-SOURCE.
004090     MOVE HS-BEFORE-IMAGE TO FR-SORT-BEFORE.
004100     MOVE PN-LAST-NAME OF HS-AFTER-IMAGE
004110         TO PN-LAST-NAME OF FR-SORT-AFTER.
004120     MOVE PN-FIRST-NAME OF HS-AFTER-IMAGE
004130         TO PN-FIRST-NAME OF FR-SORT-AFTER.
004140     MOVE PN-MIDDLE-NAME OF HS-AFTER-IMAGE
004150         TO PN-MIDDLE-NAME OF FR-SORT-AFTER.
004160     MOVE PN-SUFFIX OF HS-AFTER-IMAGE
004170         TO PN-SUFFIX OF FR-SORT-AFTER.
004180     MOVE HS-AFTER-STATUS TO FR-SORT-AFTER-STATUS.
004190     MOVE HS-AFTER-STAT-DATE TO FR-SORT-AFTER-STAT-DATE.
004200     MOVE HS-AFTER-MERGED-TO TO FR-SORT-AFTER-MERGED-TO.
004210     RELEASE FR-SORT-RECORD.
004220 2200-RELEASE-ONE-HISTORY-EXIT.
004230     EXIT.
004240*
004250*--------------------------------------------------------------*
004260* 3000-REPLAY-JOURNAL - SORT OUTPUT.  APPLY EACH ACTION IN     *
004270* TIMESTAMP ORDER AND PRINT WHAT BECAME OF IT.                 *
004280*--------------------------------------------------------------*
004290 3000-REPLAY-JOURNAL.
004300     PERFORM 3100-REPLAY-ONE-ACTION
004310         THRU 3100-REPLAY-ONE-ACTION-EXIT
004320         UNTIL FR-SORT-EOF.
004330     IF FR-ENTRY-COUNT = ZERO
004340         MOVE SPACES TO FR-REPORT-LINE
004350         WRITE FR-REPORT-LINE
004360         MOVE "NOTHING LOGGED SINCE THE BACKUP POINT"
004370             TO FR-REPORT-LINE
004380         WRITE FR-REPORT-LINE
004390     END-IF.
004400 3000-REPLAY-JOURNAL-EXIT.
004410     EXIT.
004420*
004430 3100-REPLAY-ONE-ACTION.
004440     RETURN SORT-WORK-FILE
004450         AT END
004460             MOVE "Y" TO FR-SORT-EOF-SW
004470     END-RETURN.
004480     IF FR-SORT-EOF
004490         GO TO 3100-REPLAY-ONE-ACTION-EXIT
004500     END-IF.
004510     ADD 1 TO FR-ENTRY-COUNT.
004520     MOVE SPACES TO FR-DL-REASON.
004530     IF FR-ACTION-ADDED
004540         PERFORM 3200-REPLAY-ADD THRU 3200-REPLAY-ADD-EXIT
004550     ELSE
004560         PERFORM 3300-REPLAY-MAINTENANCE
004570             THRU 3300-REPLAY-MAINTENANCE-EXIT
004580     END-IF.
004590     PERFORM 3500-PRINT-ACTION THRU 3500-PRINT-ACTION-EXIT.
004600 3100-REPLAY-ONE-ACTION-EXIT.
004610     EXIT.
004620*
004630*--------------------------------------------------------------*
004640* 3200-REPLAY-ADD - REWRITE THE CAPTURED RECORD UNDER THE KEY  *
004650* NAMECAP GAVE IT.  A KEY ALREADY ON FILE MEANS THE BACKUP WAS *
004660* TAKEN AFTER THE CAPTURE.                                     *
004670*--------------------------------------------------------------*
004680 3200-REPLAY-ADD.
004690     IF FR-SORT-RECORD-KEY = ZERO
004700         SET FR-RESULT-FAILED TO TRUE
004710         MOVE "NO RECORD KEY ON AUDIT RECORD" TO FR-DL-REASON
004720         GO TO 3200-REPLAY-ADD-EXIT
004730     END-IF.
004740     MOVE FR-SORT-RECORD-KEY TO NM-RECORD-KEY.
004750     READ NAME-MASTER-FILE
004760         INVALID KEY
004770             MOVE "N" TO FR-RESULT-SW
004780         NOT INVALID KEY
004790             SET FR-RESULT-SKIPPED TO TRUE
004800             MOVE "KEY ALREADY ON MASTER" TO FR-DL-REASON
004810     END-READ.
004820     IF FR-RESULT-SKIPPED
004830         GO TO 3200-REPLAY-ADD-EXIT
004840     END-IF.
004850     MOVE FR-SORT-RECORD-KEY TO NM-RECORD-KEY.
004860     MOVE FR-SORT-DATE TO NM-ENTRY-DATE.
004870     MOVE PN-LAST-NAME OF FR-SORT-AFTER
004880         TO PN-LAST-NAME OF NM-MASTER-RECORD.
004890     MOVE PN-FIRST-NAME OF FR-SORT-AFTER
004900         TO PN-FIRST-NAME OF NM-MASTER-RECORD.
004910     MOVE PN-MIDDLE-NAME OF FR-SORT-AFTER
004920         TO PN-MIDDLE-NAME OF NM-MASTER-RECORD.
004930     MOVE PN-SUFFIX OF FR-SORT-AFTER
004940         TO PN-SUFFIX OF NM-MASTER-RECORD.
004950     SET NM-ACK-NOT-EXTRACTED TO TRUE.
004960     MOVE FR-SORT-AFTER-STATUS TO NM-RECORD-STATUS.
004970     MOVE FR-SORT-AFTER-STAT-DATE TO NM-STATUS-DATE.
004980     MOVE FR-SORT-AFTER-MERGED-TO TO NM-MERGED-TO-KEY.
004990     MOVE FR-SORT-INTAKE-SOURCE TO NM-INTAKE-SOURCE.
004993     MOVE ZERO TO NM-CHANGE-DATE.
004996     MOVE ZERO TO NM-EXTRACT-DATE.
004998     MOVE ZERO TO NM-ERASED-DATE.
005000     WRITE NM-MASTER-RECORD
005010         INVALID KEY
005020             SET FR-RESULT-FAILED TO TRUE
005030             MOVE "MASTER WRITE FAILED" TO FR-DL-REASON
005040         NOT INVALID KEY
005050             SET FR-RESULT-REAPPLIED TO TRUE
005060     END-WRITE.
005070 3200-REPLAY-ADD-EXIT.
005080     EXIT.
005090*
005100*--------------------------------------------------------------*
005110* 3300-REPLAY-MAINTENANCE - A RECORD THAT ALREADY LOOKS LIKE   *
005120* THE AFTER IMAGE IS SKIPPED.  ONE THAT STILL LOOKS LIKE THE   *
005130* BEFORE IMAGE TAKES THE AFTER IMAGE.  ANYTHING ELSE MEANS THE *
005140* RESTORED RECORD IS NOT WHAT THE ACTION WAS APPLIED TO, SO IT *
005150* IS LEFT ALONE AND REPORTED.  A BEFORE IMAGE WHOSE NAME WAS   *
005152* MASKED BY A LATER ERASURE ONLY HAS ITS STATUS COMPARED, AND  *
005154* AN ERASURE ALSO SETS NM-ERASED-DATE, SO A RECORD THAT LOOKS  *
005156* ERASED BUT HAS NO DATE IS NOT SKIPPED.                       *
005160*--------------------------------------------------------------*
005170 3300-REPLAY-MAINTENANCE.
005180     MOVE FR-SORT-RECORD-KEY TO NM-RECORD-KEY.
005190     READ NAME-MASTER-FILE
005200         INVALID KEY
005210             SET FR-RESULT-FAILED TO TRUE
005220             MOVE "KEY NOT ON MASTER" TO FR-DL-REASON
005230         NOT INVALID KEY
005240             MOVE "N" TO FR-RESULT-SW
005250     END-READ.
005260     IF FR-RESULT-FAILED
005270         GO TO 3300-REPLAY-MAINTENANCE-EXIT
005280     END-IF.
005290     MOVE NM-PERSON-NAME TO FR-CURRENT-IMAGE.
005300     MOVE NM-RECORD-STATUS TO FR-CURRENT-STATUS.
005310     MOVE NM-STATUS-DATE TO FR-CURRENT-STAT-DATE.
005320     IF FR-CURRENT-IMAGE = FR-SORT-AFTER
005330             AND NM-MERGED-TO-KEY = FR-SORT-AFTER-MERGED-TO
005340             AND (NOT FR-ACTION-ERASED
005343             OR NM-ERASED-DATE NOT = ZERO)
005346         SET FR-RESULT-SKIPPED TO TRUE
005350         MOVE "RECORD ALREADY MATCHES" TO FR-DL-REASON
005360         GO TO 3300-REPLAY-MAINTENANCE-EXIT
005370     END-IF.
005380     IF PN-NAME-ERASED OF FR-SORT-BEFORE
005381         MOVE PN-LAST-NAME OF FR-SORT-BEFORE
005382             TO PN-LAST-NAME OF FR-CURRENT-IMAGE
005383         MOVE PN-FIRST-NAME OF FR-SORT-BEFORE
005384             TO PN-FIRST-NAME OF FR-CURRENT-IMAGE
005385         MOVE PN-MIDDLE-NAME OF FR-SORT-BEFORE
005386             TO PN-MIDDLE-NAME OF FR-CURRENT-IMAGE
005387         MOVE PN-SUFFIX OF FR-SORT-BEFORE
005388             TO PN-SUFFIX OF FR-CURRENT-IMAGE
005390     END-IF.
005395     IF FR-CURRENT-IMAGE NOT = FR-SORT-BEFORE
005398         SET FR-RESULT-FAILED TO TRUE
005400         MOVE "BEFORE IMAGE DOES NOT MATCH" TO FR-DL-REASON
005410         GO TO 3300-REPLAY-MAINTENANCE-EXIT
005420     END-IF.
005430     MOVE PN-LAST-NAME OF FR-SORT-AFTER
005440         TO PN-LAST-NAME OF NM-MASTER-RECORD.
005450     MOVE PN-FIRST-NAME OF FR-SORT-AFTER
005460         TO PN-FIRST-NAME OF NM-MASTER-RECORD.
005470     MOVE PN-MIDDLE-NAME OF FR-SORT-AFTER
005480         TO PN-MIDDLE-NAME OF NM-MASTER-RECORD.
005490     MOVE PN-SUFFIX OF FR-SORT-AFTER
005500         TO PN-SUFFIX OF NM-MASTER-RECORD.
005510     MOVE FR-SORT-AFTER-STATUS TO NM-RECORD-STATUS.
005520     MOVE FR-SORT-AFTER-STAT-DATE TO NM-STATUS-DATE.
005530     MOVE FR-SORT-AFTER-MERGED-TO TO NM-MERGED-TO-KEY.
005531     IF FR-ACTION-ERASED
005532             AND NM-ERASED-DATE = ZERO
005533         MOVE FR-SORT-DATE TO NM-ERASED-DATE
005534     END-IF.
005535     IF FR-ACTION-CHANGED
005536             AND FR-SORT-OPERATOR-ID NOT = "NAMEHRIN"
005537         MOVE FR-SORT-DATE TO NM-CHANGE-DATE
005538     END-IF.
005540     REWRITE NM-MASTER-RECORD
005550         INVALID KEY
005560             SET FR-RESULT-FAILED TO TRUE
005570             MOVE "MASTER REWRITE FAILED" TO FR-DL-REASON
005580         NOT INVALID KEY
005590             SET FR-RESULT-REAPPLIED TO TRUE
005600     END-REWRITE.
005610 3300-REPLAY-MAINTENANCE-EXIT.
005620     EXIT.
005630*
005640*--------------------------------------------------------------*
005650* 3500-PRINT-ACTION - ONE LINE PER ACTION, AND COUNT IT.       *
005660*--------------------------------------------------------------*
005670 3500-PRINT-ACTION.
005680     MOVE FR-SORT-DATE TO FR-DL-DATE.
005690     MOVE FR-SORT-TIME TO FR-DL-TIME.
005700     MOVE FR-SORT-RECORD-KEY TO FR-DL-KEY.
005710     EVALUATE TRUE
005720         WHEN FR-ACTION-ADDED
005730             MOVE "ADD" TO FR-DL-ACTION
005740         WHEN FR-ACTION-CHANGED
005750             MOVE "CHANGE" TO FR-DL-ACTION
005760         WHEN FR-ACTION-DELETED
005770             MOVE "DELETE" TO FR-DL-ACTION
005780         WHEN FR-ACTION-REINSTATED
005790             MOVE "REINSTATE" TO FR-DL-ACTION
005800         WHEN FR-ACTION-MERGED
005810             MOVE "MERGE" TO FR-DL-ACTION
005813         WHEN FR-ACTION-ERASED
005816             MOVE "ERASE" TO FR-DL-ACTION
005820         WHEN OTHER
005830             MOVE FR-SORT-ACTION TO FR-DL-ACTION
005840     END-EVALUATE.
005850     EVALUATE TRUE
005860         WHEN FR-RESULT-REAPPLIED
005870             MOVE "REAPPLIED" TO FR-DL-RESULT
005880             ADD 1 TO FR-REAPPLIED-COUNT
005890         WHEN FR-RESULT-SKIPPED
005900             MOVE "SKIPPED" TO FR-DL-RESULT
005910             ADD 1 TO FR-SKIPPED-COUNT
005920         WHEN OTHER
005930             MOVE "FAILED" TO FR-DL-RESULT
005940             ADD 1 TO FR-FAILED-COUNT
005950     END-EVALUATE.
005960     MOVE FR-DETAIL-LINE TO FR-REPORT-LINE.
005970     WRITE FR-REPORT-LINE.
005980 3500-PRINT-ACTION-EXIT.
005990     EXIT.
006000*
006010*--------------------------------------------------------------*
006020* 5000-RESYNC-NEXT-KEY - COUNT THE ROLLED-FORWARD MASTER AND   *
006030* FIND ITS HIGHEST KEY, THEN REWRITE NAMECTRL SO THE NEXT KEY  *
006040* HANDED OUT IS PAST IT.  A CONTROL RECORD ALREADY FURTHER ON  *
006050* (KEYS HANDED OUT FOR CAPTURES THAT NEVER WROTE) IS KEPT.     *
006060*--------------------------------------------------------------*
006070 5000-RESYNC-NEXT-KEY.
006080     MOVE LOW-VALUES TO NM-RECORD-KEY.
006090     START NAME-MASTER-FILE KEY IS NOT LESS THAN NM-RECORD-KEY
006100         INVALID KEY
006110             MOVE "Y" TO FR-MASTER-EOF-SW
006120     END-START.
006130     PERFORM 5100-COUNT-ONE-MASTER THRU 5100-COUNT-ONE-MASTER-EXIT
006140         UNTIL FR-MASTER-EOF.
006150     CLOSE NAME-MASTER-FILE.
006160     OPEN INPUT CONTROL-FILE.
006170     IF FR-CONTROL-FILE-STATUS NOT = "35"
006180         READ CONTROL-FILE
006190             AT END
006200                 MOVE ZERO TO CT-NEXT-KEY
006210         END-READ
006220         MOVE CT-NEXT-KEY TO FR-OLD-NEXT-KEY
006230         CLOSE CONTROL-FILE
006240     END-IF.
006250     COMPUTE FR-NEW-NEXT-KEY = FR-HIGHEST-KEY + 1.
006260     IF FR-OLD-NEXT-KEY > FR-NEW-NEXT-KEY
006270         MOVE FR-OLD-NEXT-KEY TO FR-NEW-NEXT-KEY
006280     END-IF.
006290     OPEN OUTPUT CONTROL-FILE.
006300     MOVE FR-NEW-NEXT-KEY TO CT-NEXT-KEY.
006310     WRITE CT-CONTROL-RECORD.
006320     CLOSE CONTROL-FILE.
006330 5000-RESYNC-NEXT-KEY-EXIT.
006340     EXIT.
006350*
006360 5100-COUNT-ONE-MASTER.
006370     READ NAME-MASTER-FILE NEXT RECORD
006380         AT END
006390             MOVE "Y" TO FR-MASTER-EOF-SW
006400     END-READ.
006410     IF FR-MASTER-EOF
006420         GO TO 5100-COUNT-ONE-MASTER-EXIT
006430     END-IF.
006440     ADD 1 TO FR-MASTER-COUNT.
006450     IF NM-RECORD-KEY > FR-HIGHEST-KEY
006460         MOVE NM-RECORD-KEY TO FR-HIGHEST-KEY
006470     END-IF.
006480 5100-COUNT-ONE-MASTER-EXIT.
006490     EXIT.
006500*
006510*--------------------------------------------------------------*
006520* 9000-TERMINATE - PRINT THE TOTALS.  REAPPLIED PLUS SKIPPED   *
006530* PLUS FAILED MUST EQUAL THE ACTIONS FOUND; ANY FAILED ACTION  *
006540* SETS RC=8 SO THE MASTER IS NOT RELEASED UNTIL SOMEONE HAS    *
006550* LOOKED AT IT.                                                *
006560*--------------------------------------------------------------*
006570 9000-TERMINATE.
006580     MOVE SPACES TO FR-REPORT-LINE.
006590     WRITE FR-REPORT-LINE.
006600     MOVE FR-ENTRY-COUNT TO FR-EDIT-COUNT.
006610     MOVE SPACES TO FR-REPORT-LINE.
006620     STRING "ACTIONS LOGGED SINCE BACKUP . . : " DELIMITED BY SIZE
006630         FR-EDIT-COUNT DELIMITED BY SIZE
006640         INTO FR-REPORT-LINE.
006650     WRITE FR-REPORT-LINE.
006660     MOVE FR-REAPPLIED-COUNT TO FR-EDIT-COUNT.
006670     MOVE SPACES TO FR-REPORT-LINE.
006680     STRING "ACTIONS REAPPLIED . . . . . . . : " DELIMITED BY SIZE
006690         FR-EDIT-COUNT DELIMITED BY SIZE
006700         INTO FR-REPORT-LINE.
006710     WRITE FR-REPORT-LINE.
006720     MOVE FR-SKIPPED-COUNT TO FR-EDIT-COUNT.
006730     MOVE SPACES TO FR-REPORT-LINE.
006740     STRING "SKIPPED - ALREADY ON BACKUP . . : " DELIMITED BY SIZE
006750         FR-EDIT-COUNT DELIMITED BY SIZE
006760         INTO FR-REPORT-LINE.
006770     WRITE FR-REPORT-LINE.
006780     MOVE FR-FAILED-COUNT TO FR-EDIT-COUNT.
006790     MOVE SPACES TO FR-REPORT-LINE.
006800     STRING "ACTIONS FAILED  . . . . . . . . : " DELIMITED BY SIZE
006810         FR-EDIT-COUNT DELIMITED BY SIZE
006820         INTO FR-REPORT-LINE.
006830     WRITE FR-REPORT-LINE.
006840     MOVE FR-MASTER-COUNT TO FR-EDIT-COUNT.
006850     MOVE SPACES TO FR-REPORT-LINE.
006860     STRING "MASTER RECORDS ON FILE  . . . . : " DELIMITED BY SIZE
006870         FR-EDIT-COUNT DELIMITED BY SIZE
006880         INTO FR-REPORT-LINE.
006890     WRITE FR-REPORT-LINE.
006900     MOVE SPACES TO FR-REPORT-LINE.
006910     STRING "HIGHEST KEY ON MASTER . . . . . : " DELIMITED BY SIZE
006920         FR-HIGHEST-KEY DELIMITED BY SIZE
006930         INTO FR-REPORT-LINE.
006940     WRITE FR-REPORT-LINE.
006950     MOVE SPACES TO FR-REPORT-LINE.
006960     STRING "NEXT KEY WAS  . . . . . . . . . : " DELIMITED BY SIZE
006970         FR-OLD-NEXT-KEY DELIMITED BY SIZE
006980         "   NOW " DELIMITED BY SIZE
006990         FR-NEW-NEXT-KEY DELIMITED BY SIZE
007000         INTO FR-REPORT-LINE.
007010     WRITE FR-REPORT-LINE.
007020     IF FR-REAPPLIED-COUNT + FR-SKIPPED-COUNT + FR-FAILED-COUNT
007030             NOT = FR-ENTRY-COUNT
007040         MOVE "*** OUT OF BALANCE - DO NOT RELEASE THE MASTER ***"
007050             TO FR-REPORT-LINE
007060         MOVE 16 TO RETURN-CODE
007070     ELSE
007080         IF FR-FAILED-COUNT > ZERO
007090             MOVE "*** FAILED ACTIONS - REVIEW BEFORE RELEASE ***"
007100                 TO FR-REPORT-LINE
007110             MOVE 8 TO RETURN-CODE
007120         ELSE
007130             MOVE "RECOVERY COMPLETE - EVERY ACTION ACCOUNTED FOR"
007140                 TO FR-REPORT-LINE
007150         END-IF
007160     END-IF.
007170     WRITE FR-REPORT-LINE.
007180     CLOSE REPORT-FILE.
007190     DISPLAY "NAMEFRCV COMPLETE - REAPPLIED: " FR-REAPPLIED-COUNT
007200         " SKIPPED: " FR-SKIPPED-COUNT
007210         " FAILED: " FR-FAILED-COUNT.
007220 9000-TERMINATE-EXIT.
007230     EXIT.
007240 END PROGRAM NAMEFRCV.
