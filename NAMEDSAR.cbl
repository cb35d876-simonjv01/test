000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMEDSAR.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMEDSAR IS THE PERSONAL-DATA ACCESS REPORT.  GIVEN ONE      *
000180* NM-RECORD-KEY ON THE JCL PARM (PARM='0001234') IT PRINTS     *
000190* EVERYTHING THE SYSTEM HOLDS ABOUT THAT PERSON, FILE BY FILE: *
000200*   - THE NAME-MASTER RECORD (NAMEMST);                        *
000210*   - THE ADDRESS AND PHONE (NAMEADDR);                        *
000220*   - EVERY ARCHIVED MASTER AND ADDRESS IMAGE NAMEARCH HAS     *
000230*     MOVED TO THE MASTER HISTORY FILES (NAMEMSTH, NAMEADRH);  *
000240*   - EVERY CHANGE-HISTORY RECORD, BEFORE AND AFTER IMAGE      *
000250*     (NAMEHIST);                                              *
000260*   - EVERY AUDIT LINE, LIVE (NAMEAUD) AND ARCHIVED BY         *
000270*     NAMEAUDP (NAMEAUDA).                                     *
000280* AN AUDIT LINE WRITTEN WITHOUT A RECORD KEY (A REJECTED       *
000290* ENTRY, OR ONE LOGGED BEFORE AU-RECORD-KEY WAS CARRIED) IS    *
000300* LISTED WHEN IT CARRIES THE PERSON'S LAST AND FIRST NAME, AND *
000310* MARKED AS MATCHED BY NAME.  THE HISTORY AND ARCHIVE FILES    *
000320* ARE READ AS ONE CONCATENATION OF EVERY GENERATION.  ANY FILE *
000330* NOT ON HAND IS REPORTED AS HOLDING NOTHING.  A KEY FOUND IN  *
000340* NO FILE AT ALL ENDS RC=4.  NAMEERAS IS THE COMPANION JOB     *
000350* THAT ERASES WHAT THIS REPORT FINDS.                          *
000360*--------------------------------------------------------------*
000370* MODIFICATION HISTORY                                        *
000380*--------------------------------------------------------------*
000390* DATE       INIT  DESCRIPTION                                 *
000400* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000402* 2026-10-15 SV    STOP RC=16 ON ANY OPEN OR READ STATUS OTHER *
000404*                  THAN NOT-ON-HAND, END OF FILE, OR KEY NOT   *
000406*                  FOUND, INSTEAD OF REPORTING A FILE THAT     *
000408*                  COULD NOT BE READ AS HOLDING NOTHING.       *
000410*--------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT NAME-MASTER-FILE ASSIGN TO "NAMEMST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS NM-RECORD-KEY OF NM-MASTER-RECORD
000490         ALTERNATE RECORD KEY IS NM-NAME-KEY OF NM-MASTER-RECORD
000500             WITH DUPLICATES
000510         FILE STATUS IS DS-MASTER-FILE-STATUS.
000520     SELECT ADDRESS-FILE ASSIGN TO "NAMEADDR"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS AD-RECORD-KEY OF AD-ADDRESS-RECORD
000560         FILE STATUS IS DS-ADDRESS-FILE-STATUS.
000570     SELECT MASTER-HISTORY-FILE ASSIGN TO "NAMEMSTH"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS DS-MSTH-FILE-STATUS.
000600     SELECT ADDRESS-HISTORY-FILE ASSIGN TO "NAMEADRH"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS DS-ADRH-FILE-STATUS.
000630     SELECT HISTORY-FILE ASSIGN TO "NAMEHIST"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS DS-HISTORY-FILE-STATUS.
000660     SELECT AUDIT-FILE ASSIGN TO "NAMEAUD"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DS-AUDIT-FILE-STATUS.
000690     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "NAMEAUDA"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS DS-AUDA-FILE-STATUS.
000720     SELECT REPORT-FILE ASSIGN TO "NAMEDSRR"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  NAME-MASTER-FILE.
000780 01  NM-MASTER-RECORD.
000790     COPY NAMEMSTR.
000800*
000810 FD  ADDRESS-FILE.
000820 01  AD-ADDRESS-RECORD.
000830     COPY NAMEADDR.
000840*
000850 FD  MASTER-HISTORY-FILE
000860     RECORDING MODE IS F.
000870 01  MH-HISTORY-RECORD.
000880     COPY NAMEMSTR.
000890*
000900 FD  ADDRESS-HISTORY-FILE
000910     RECORDING MODE IS F.
000920 01  DH-HISTORY-RECORD.
000930     COPY NAMEADDR.
000940*
000950 FD  HISTORY-FILE
000960     RECORDING MODE IS F.
000970 01  HS-HISTORY-RECORD.
000980     COPY NAMEHIST.
000990*
001000 FD  AUDIT-FILE
001010     RECORDING MODE IS F.
001020 01  AU-AUDIT-RECORD.
001030     COPY NAMEAUD.
001040*
001050 FD  AUDIT-ARCHIVE-FILE
001060     RECORDING MODE IS F.
001070 01  AR-ARCHIVE-RECORD.
001080     COPY NAMEAUD.
001090*
001100 FD  REPORT-FILE.
001110 01  DS-REPORT-LINE              PIC X(80).
001120*
001130 WORKING-STORAGE SECTION.
001140 77  DS-MASTER-FILE-STATUS       PIC X(02).
001150 77  DS-ADDRESS-FILE-STATUS      PIC X(02).
001160 77  DS-MSTH-FILE-STATUS         PIC X(02).
001170 77  DS-ADRH-FILE-STATUS         PIC X(02).
001180 77  DS-HISTORY-FILE-STATUS      PIC X(02).
001190 77  DS-AUDIT-FILE-STATUS        PIC X(02).
001200 77  DS-AUDA-FILE-STATUS         PIC X(02).
001205 77  DS-IO-STATUS                PIC X(02).
001210 77  DS-RUN-DATE                 PIC 9(08).
001220 77  DS-SUBJECT-KEY              PIC 9(07).
001230 77  DS-SUBJECT-LAST             PIC X(20) VALUE SPACES.
001240 77  DS-SUBJECT-FIRST            PIC X(15) VALUE SPACES.
001250 77  DS-FILE-EOF-SW              PIC X(01).
001260     88  DS-FILE-EOF                         VALUE "Y".
001270 77  DS-FILE-MISSING-SW          PIC X(01).
001280     88  DS-FILE-MISSING                     VALUE "Y".
001290 77  DS-BY-NAME-SW               PIC X(01).
001300     88  DS-BY-NAME                          VALUE "Y".
001310 77  DS-SECTION-FILE             PIC X(08).
001320 77  DS-SECTION-COUNT            PIC 9(07).
001330 77  DS-TOTAL-COUNT              PIC 9(07) VALUE ZERO.
001340 77  DS-EDIT-COUNT               PIC ZZZZZZ9.
001350 77  DS-NAME-TEXT                PIC X(60).
001360*
001370*--------------------------------------------------------------*
001380* WORK COPIES THE PRINT PARAGRAPHS OPERATE ON, SO THE LIVE     *
001390* RECORD AND ITS ARCHIVED IMAGES PRINT THE SAME WAY.           *
001400*--------------------------------------------------------------*
001410 01  DS-MASTER-WORK.
001420     COPY NAMEMSTR.
001430 01  DS-ADDRESS-WORK.
001440     COPY NAMEADDR.
001450 01  DS-AUDIT-WORK.
001460     COPY NAMEAUD.
001470 01  DS-NAME-WORK.
001480     COPY PERSONREC.
001490*
001500 LINKAGE SECTION.
001510 01  DS-PARM-FIELD.
001520     05  DS-PARM-LEN             PIC S9(4) COMP.
001530     05  DS-PARM-KEY             PIC X(07).
001540*
001550 PROCEDURE DIVISION USING DS-PARM-FIELD.
001560*--------------------------------------------------------------*
001570* 0000-MAINLINE                                                *
001580*--------------------------------------------------------------*
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001610     PERFORM 2000-REPORT-MASTER THRU 2000-REPORT-MASTER-EXIT.
001620     PERFORM 2100-REPORT-ADDRESS THRU 2100-REPORT-ADDRESS-EXIT.
001630     PERFORM 2200-REPORT-MASTER-HISTORY
001640         THRU 2200-REPORT-MASTER-HISTORY-EXIT.
001650     PERFORM 2300-REPORT-ADDRESS-HISTORY
001660         THRU 2300-REPORT-ADDRESS-HISTORY-EXIT.
001670     PERFORM 3000-REPORT-CHANGE-HISTORY
001680         THRU 3000-REPORT-CHANGE-HISTORY-EXIT.
001690     PERFORM 4000-REPORT-AUDIT THRU 4000-REPORT-AUDIT-EXIT.
001700     PERFORM 4100-REPORT-AUDIT-ARCHIVE
001710         THRU 4100-REPORT-AUDIT-ARCHIVE-EXIT.
001720     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001730     STOP RUN.
001740*
001750*--------------------------------------------------------------*
001760* 1000-INITIALIZE - TAKE THE KEY FROM THE PARM AND HEAD THE    *
001770* REPORT.  A MISSING OR NON-NUMERIC KEY STOPS THE RUN.         *
001780*--------------------------------------------------------------*
001790 1000-INITIALIZE.
001800     ACCEPT DS-RUN-DATE FROM DATE YYYYMMDD.
001810     IF DS-PARM-LEN < 7
001820         DISPLAY "*** NAMEDSAR ABEND - PARM MUST BE THE"
001830             " SEVEN-DIGIT NM-RECORD-KEY ***"
001840         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
001850     END-IF.
001860     IF DS-PARM-KEY IS NOT NUMERIC
001870         DISPLAY "*** NAMEDSAR ABEND - KEY " DS-PARM-KEY
001880             " IS NOT NUMERIC ***"
001890         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
001900     END-IF.
001910     MOVE DS-PARM-KEY TO DS-SUBJECT-KEY.
001920     OPEN OUTPUT REPORT-FILE.
001930     MOVE SPACES TO DS-REPORT-LINE.
001940     STRING "PERSONAL-DATA ACCESS REPORT - NM-RECORD-KEY "
001950             DELIMITED BY SIZE
001960         DS-SUBJECT-KEY DELIMITED BY SIZE
001970         "   RUN DATE " DELIMITED BY SIZE
001980         DS-RUN-DATE DELIMITED BY SIZE
001990         INTO DS-REPORT-LINE.
002000     WRITE DS-REPORT-LINE.
002010 1000-INITIALIZE-EXIT.
002020     EXIT.
002030*
002040*--------------------------------------------------------------*
002050* 2000-REPORT-MASTER - THE LIVE NAME-MASTER RECORD.  ITS NAME, *
002060* UNLESS ALREADY ERASED, IS THE ONE AUDIT LINES WITHOUT A KEY  *
002070* ARE MATCHED ON.                                              *
002080*--------------------------------------------------------------*
002090 2000-REPORT-MASTER.
002100     MOVE "NAMEMST" TO DS-SECTION-FILE.
002110     PERFORM 5000-START-SECTION THRU 5000-START-SECTION-EXIT.
002120     OPEN INPUT NAME-MASTER-FILE.
002123     MOVE DS-MASTER-FILE-STATUS TO DS-IO-STATUS.
002126     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
002130     IF DS-MASTER-FILE-STATUS = "35"
002140         SET DS-FILE-MISSING TO TRUE
002150     ELSE
002160         MOVE DS-SUBJECT-KEY TO NM-RECORD-KEY OF NM-MASTER-RECORD
002170         READ NAME-MASTER-FILE
002180             INVALID KEY
002190                 CONTINUE
002200             NOT INVALID KEY
002210                 MOVE NM-MASTER-RECORD TO DS-MASTER-WORK
002220                 PERFORM 6000-PRINT-MASTER-WORK
002230                     THRU 6000-PRINT-MASTER-WORK-EXIT
002240         END-READ
002243         MOVE DS-MASTER-FILE-STATUS TO DS-IO-STATUS
002246         PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT
002250         CLOSE NAME-MASTER-FILE
002260     END-IF.
002270     PERFORM 5100-END-SECTION THRU 5100-END-SECTION-EXIT.
002280 2000-REPORT-MASTER-EXIT.
002290     EXIT.
002300*
002310*--------------------------------------------------------------*
002320* 2100-REPORT-ADDRESS - THE LIVE ADDRESS CHILD.                *
002330*--------------------------------------------------------------*
002340 2100-REPORT-ADDRESS.
002350     MOVE "NAMEADDR" TO DS-SECTION-FILE.
002360     PERFORM 5000-START-SECTION THRU 5000-START-SECTION-EXIT.
002370     OPEN INPUT ADDRESS-FILE.
002373     MOVE DS-ADDRESS-FILE-STATUS TO DS-IO-STATUS.
002376     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
002380     IF DS-ADDRESS-FILE-STATUS = "35"
002390         SET DS-FILE-MISSING TO TRUE
002400     ELSE
002410         MOVE DS-SUBJECT-KEY TO AD-RECORD-KEY OF AD-ADDRESS-RECORD
002420         READ ADDRESS-FILE
002430             INVALID KEY
002440                 CONTINUE
002450             NOT INVALID KEY
002460                 MOVE AD-ADDRESS-RECORD TO DS-ADDRESS-WORK
002470                 PERFORM 6100-PRINT-ADDRESS-WORK
002480                     THRU 6100-PRINT-ADDRESS-WORK-EXIT
002490         END-READ
002493         MOVE DS-ADDRESS-FILE-STATUS TO DS-IO-STATUS
002496         PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT
002500         CLOSE ADDRESS-FILE
002510     END-IF.
002520     PERFORM 5100-END-SECTION THRU 5100-END-SECTION-EXIT.
002530 2100-REPORT-ADDRESS-EXIT.
002540     EXIT.
002550*
002560*--------------------------------------------------------------*
002570* 2200-REPORT-MASTER-HISTORY - EVERY ARCHIVED MASTER IMAGE.    *
002580*--------------------------------------------------------------*
002590 2200-REPORT-MASTER-HISTORY.
002600     MOVE "NAMEMSTH" TO DS-SECTION-FILE.
002610     PERFORM 5000-START-SECTION THRU 5000-START-SECTION-EXIT.
002620     OPEN INPUT MASTER-HISTORY-FILE.
002623     MOVE DS-MSTH-FILE-STATUS TO DS-IO-STATUS.
002626     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
002630     IF DS-MSTH-FILE-STATUS = "35"
002640         SET DS-FILE-MISSING TO TRUE
002650     ELSE
002660         MOVE "N" TO DS-FILE-EOF-SW
002670         PERFORM 2210-CHECK-ONE-MASTER-HIST
002680             THRU 2210-CHECK-ONE-MASTER-HIST-EXIT
002690             UNTIL DS-FILE-EOF
002700         CLOSE MASTER-HISTORY-FILE
002710     END-IF.
002720     PERFORM 5100-END-SECTION THRU 5100-END-SECTION-EXIT.
002730 2200-REPORT-MASTER-HISTORY-EXIT.
002740     EXIT.
002750*
002760 2210-CHECK-ONE-MASTER-HIST.
002770     READ MASTER-HISTORY-FILE
002780         AT END
002790             MOVE "Y" TO DS-FILE-EOF-SW
002800     END-READ.
002803     MOVE DS-MSTH-FILE-STATUS TO DS-IO-STATUS.
002806     PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT.
002810     IF DS-FILE-EOF
002820         GO TO 2210-CHECK-ONE-MASTER-HIST-EXIT
002830     END-IF.
002840     IF NM-RECORD-KEY OF MH-HISTORY-RECORD = DS-SUBJECT-KEY
002850         MOVE MH-HISTORY-RECORD TO DS-MASTER-WORK
002860         PERFORM 6000-PRINT-MASTER-WORK
002870             THRU 6000-PRINT-MASTER-WORK-EXIT
002880     END-IF.
002890 2210-CHECK-ONE-MASTER-HIST-EXIT.
002900     EXIT.
002910*
002920*--------------------------------------------------------------*
002930* 2300-REPORT-ADDRESS-HISTORY - EVERY ARCHIVED ADDRESS IMAGE.  *
002940*--------------------------------------------------------------*
002950 2300-REPORT-ADDRESS-HISTORY.
002960     MOVE "NAMEADRH" TO DS-SECTION-FILE.
002970     PERFORM 5000-START-SECTION THRU 5000-START-SECTION-EXIT.
002980     OPEN INPUT ADDRESS-HISTORY-FILE.
002983     MOVE DS-ADRH-FILE-STATUS TO DS-IO-STATUS.
002986     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
002990     IF DS-ADRH-FILE-STATUS = "35"
003000         SET DS-FILE-MISSING TO TRUE
003010     ELSE
003020         MOVE "N" TO DS-FILE-EOF-SW
003030         PERFORM 2310-CHECK-ONE-ADDRESS-HIST
003040             THRU 2310-CHECK-ONE-ADDRESS-HIST-EXIT
003050             UNTIL DS-FILE-EOF
003060         CLOSE ADDRESS-HISTORY-FILE
003070     END-IF.
003080     PERFORM 5100-END-SECTION THRU 5100-END-SECTION-EXIT.
003090 2300-REPORT-ADDRESS-HISTORY-EXIT.
003100     EXIT.
003110*
003120 2310-CHECK-ONE-ADDRESS-HIST.
003130     READ ADDRESS-HISTORY-FILE
003140         AT END
003150             MOVE "Y" TO DS-FILE-EOF-SW
003160     END-READ.
003163     MOVE DS-ADRH-FILE-STATUS TO DS-IO-STATUS.
003166     PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT.
003170     IF DS-FILE-EOF
003180         GO TO 2310-CHECK-ONE-ADDRESS-HIST-EXIT
003190     END-IF.
003200     IF AD-RECORD-KEY OF DH-HISTORY-RECORD = DS-SUBJECT-KEY
003210         MOVE DH-HISTORY-RECORD TO DS-ADDRESS-WORK
003220         PERFORM 6100-PRINT-ADDRESS-WORK
003230             THRU 6100-PRINT-ADDRESS-WORK-EXIT
003240     END-IF.
003250 2310-CHECK-ONE-ADDRESS-HIST-EXIT.
003260     EXIT.
003270*
003280*--------------------------------------------------------------*
003290* 3000-REPORT-CHANGE-HISTORY - EVERY NAMEHIST RECORD FOR THE   *
003300* KEY, WITH ITS BEFORE AND AFTER IMAGES.                       *
003310*--------------------------------------------------------------*
003320 3000-REPORT-CHANGE-HISTORY.
003330     MOVE "NAMEHIST" TO DS-SECTION-FILE.
003340     PERFORM 5000-START-SECTION THRU 5000-START-SECTION-EXIT.
003350     OPEN INPUT HISTORY-FILE.
003353     MOVE DS-HISTORY-FILE-STATUS TO DS-IO-STATUS.
003356     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
003360     IF DS-HISTORY-FILE-STATUS = "35"
003370         SET DS-FILE-MISSING TO TRUE
003380     ELSE
003390         MOVE "N" TO DS-FILE-EOF-SW
003400         PERFORM 3100-CHECK-ONE-HISTORY
003410             THRU 3100-CHECK-ONE-HISTORY-EXIT
003420             UNTIL DS-FILE-EOF
003430         CLOSE HISTORY-FILE
003440     END-IF.
003450     PERFORM 5100-END-SECTION THRU 5100-END-SECTION-EXIT.
003460 3000-REPORT-CHANGE-HISTORY-EXIT.
003470     EXIT.
003480*
003490 3100-CHECK-ONE-HISTORY.
003500     READ HISTORY-FILE
003510         AT END
003520             MOVE "Y" TO DS-FILE-EOF-SW
003530     END-READ.
003533     MOVE DS-HISTORY-FILE-STATUS TO DS-IO-STATUS.
003536     PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT.
003540     IF DS-FILE-EOF
003550         GO TO 3100-CHECK-ONE-HISTORY-EXIT
003560     END-IF.
003570     IF HS-RECORD-KEY NOT = DS-SUBJECT-KEY
003580         GO TO 3100-CHECK-ONE-HISTORY-EXIT
003590     END-IF.
003600     ADD 1 TO DS-SECTION-COUNT.
003610     MOVE SPACES TO DS-REPORT-LINE.
003620     STRING "  " DELIMITED BY SIZE
003630         HS-CHANGE-DATE DELIMITED BY SIZE
003640         " " DELIMITED BY SIZE
003650         HS-CHANGE-TIME DELIMITED BY SIZE
003660         "  OPERATOR " DELIMITED BY SIZE
003670         HS-OPERATOR-ID DELIMITED BY SIZE
003680         "  ACTION " DELIMITED BY SIZE
003690         HS-ACTION DELIMITED BY SIZE
003700         INTO DS-REPORT-LINE.
003710     WRITE DS-REPORT-LINE.
003720*    THE FIRST 55 BYTES OF EACH IMAGE ARE ITS PERSONREC NAME.
003730     MOVE HS-BEFORE-IMAGE TO DS-NAME-WORK.
003740     PERFORM 7000-FORMAT-NAME THRU 7000-FORMAT-NAME-EXIT.
003750     MOVE SPACES TO DS-REPORT-LINE.
003760     STRING "    BEFORE: " DELIMITED BY SIZE
003770         HS-BEFORE-STATUS DELIMITED BY SIZE
003780         " " DELIMITED BY SIZE
003790         HS-BEFORE-STAT-DATE DELIMITED BY SIZE
003800         "  " DELIMITED BY SIZE
003810         DS-NAME-TEXT DELIMITED BY SIZE
003820         INTO DS-REPORT-LINE.
003830     WRITE DS-REPORT-LINE.
003840     MOVE HS-AFTER-IMAGE TO DS-NAME-WORK.
003850     PERFORM 7000-FORMAT-NAME THRU 7000-FORMAT-NAME-EXIT.
003860     MOVE SPACES TO DS-REPORT-LINE.
003870     STRING "    AFTER : " DELIMITED BY SIZE
003880         HS-AFTER-STATUS DELIMITED BY SIZE
003890         " " DELIMITED BY SIZE
003900         HS-AFTER-STAT-DATE DELIMITED BY SIZE
003910         "  " DELIMITED BY SIZE
003920         DS-NAME-TEXT DELIMITED BY SIZE
003930         INTO DS-REPORT-LINE.
003940     WRITE DS-REPORT-LINE.
003950     IF HS-AFTER-MERGED-TO NOT = ZERO
003960         MOVE SPACES TO DS-REPORT-LINE
003970         STRING "    MERGED INTO KEY " DELIMITED BY SIZE
003980             HS-AFTER-MERGED-TO DELIMITED BY SIZE
003990             INTO DS-REPORT-LINE
004000         WRITE DS-REPORT-LINE
004010     END-IF.
004020 3100-CHECK-ONE-HISTORY-EXIT.
004030     EXIT.
004040*
004050*--------------------------------------------------------------*
004060* 4000-REPORT-AUDIT - EVERY LINE ON THE LIVE AUDIT LOG.        *
004070*--------------------------------------------------------------*
004080 4000-REPORT-AUDIT.
004090     MOVE "NAMEAUD" TO DS-SECTION-FILE.
004100     PERFORM 5000-START-SECTION THRU 5000-START-SECTION-EXIT.
004110     OPEN INPUT AUDIT-FILE.
004113     MOVE DS-AUDIT-FILE-STATUS TO DS-IO-STATUS.
004116     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
004120     IF DS-AUDIT-FILE-STATUS = "35"
004130         SET DS-FILE-MISSING TO TRUE
004140     ELSE
004150         MOVE "N" TO DS-FILE-EOF-SW
004160         PERFORM 4010-CHECK-ONE-AUDIT
004170             THRU 4010-CHECK-ONE-AUDIT-EXIT
004180             UNTIL DS-FILE-EOF
004190         CLOSE AUDIT-FILE
004200     END-IF.
004210     PERFORM 5100-END-SECTION THRU 5100-END-SECTION-EXIT.
004220 4000-REPORT-AUDIT-EXIT.
004230     EXIT.
004240*
004250 4010-CHECK-ONE-AUDIT.
004260     READ AUDIT-FILE
004270         AT END
004280             MOVE "Y" TO DS-FILE-EOF-SW
004290     END-READ.
004293     MOVE DS-AUDIT-FILE-STATUS TO DS-IO-STATUS.
004296     PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT.
004300     IF DS-FILE-EOF
004310         GO TO 4010-CHECK-ONE-AUDIT-EXIT
004320     END-IF.
004330     MOVE AU-AUDIT-RECORD TO DS-AUDIT-WORK.
004340     PERFORM 6200-PRINT-AUDIT-WORK
004350         THRU 6200-PRINT-AUDIT-WORK-EXIT.
004360 4010-CHECK-ONE-AUDIT-EXIT.
004370     EXIT.
004380*
004390*--------------------------------------------------------------*
004400* 4100-REPORT-AUDIT-ARCHIVE - EVERY LINE ON EVERY AUDIT        *
004410* ARCHIVE GENERATION.                                          *
004420*--------------------------------------------------------------*
004430 4100-REPORT-AUDIT-ARCHIVE.
004440     MOVE "NAMEAUDA" TO DS-SECTION-FILE.
004450     PERFORM 5000-START-SECTION THRU 5000-START-SECTION-EXIT.
004460     OPEN INPUT AUDIT-ARCHIVE-FILE.
004463     MOVE DS-AUDA-FILE-STATUS TO DS-IO-STATUS.
004466     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
004470     IF DS-AUDA-FILE-STATUS = "35"
004480         SET DS-FILE-MISSING TO TRUE
004490     ELSE
004500         MOVE "N" TO DS-FILE-EOF-SW
004510         PERFORM 4110-CHECK-ONE-ARCHIVE
004520             THRU 4110-CHECK-ONE-ARCHIVE-EXIT
004530             UNTIL DS-FILE-EOF
004540         CLOSE AUDIT-ARCHIVE-FILE
004550     END-IF.
004560     PERFORM 5100-END-SECTION THRU 5100-END-SECTION-EXIT.
004570 4100-REPORT-AUDIT-ARCHIVE-EXIT.
004580     EXIT.
004590*
004600 4110-CHECK-ONE-ARCHIVE.
004610     READ AUDIT-ARCHIVE-FILE
004620         AT END
004630             MOVE "Y" TO DS-FILE-EOF-SW
004640     END-READ.
004643     MOVE DS-AUDA-FILE-STATUS TO DS-IO-STATUS.
004646     PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT.
004650     IF DS-FILE-EOF
004660         GO TO 4110-CHECK-ONE-ARCHIVE-EXIT
004670     END-IF.
004680     MOVE AR-ARCHIVE-RECORD TO DS-AUDIT-WORK.
004690     PERFORM 6200-PRINT-AUDIT-WORK
004700         THRU 6200-PRINT-AUDIT-WORK-EXIT.
004710 4110-CHECK-ONE-ARCHIVE-EXIT.
004720     EXIT.
004730*
004740*--------------------------------------------------------------*
004750* 5000-START-SECTION / 5100-END-SECTION - HEAD EACH FILE'S     *
004760* SECTION AND CLOSE IT WITH ITS COUNT.                         *
004770*--------------------------------------------------------------*
004780 5000-START-SECTION.
004790     MOVE ZERO TO DS-SECTION-COUNT.
004800     MOVE "N" TO DS-FILE-MISSING-SW.
004810     MOVE SPACES TO DS-REPORT-LINE.
004820     WRITE DS-REPORT-LINE.
004830     MOVE SPACES TO DS-REPORT-LINE.
004840     EVALUATE DS-SECTION-FILE
004850         WHEN "NAMEMST"
004860             MOVE "NAME-MASTER RECORD (NAMEMST)" TO DS-REPORT-LINE
004870         WHEN "NAMEADDR"
004880             MOVE "ADDRESS RECORD (NAMEADDR)" TO DS-REPORT-LINE
004890         WHEN "NAMEMSTH"
004900             MOVE "ARCHIVED MASTER IMAGES (NAMEMSTH)"
004910                 TO DS-REPORT-LINE
004920         WHEN "NAMEADRH"
004930             MOVE "ARCHIVED ADDRESS IMAGES (NAMEADRH)"
004940                 TO DS-REPORT-LINE
004950         WHEN "NAMEHIST"
004960             MOVE "CHANGE HISTORY (NAMEHIST)" TO DS-REPORT-LINE
004970         WHEN "NAMEAUD"
004980             MOVE "AUDIT LOG (NAMEAUD)" TO DS-REPORT-LINE
004990         WHEN "NAMEAUDA"
005000             MOVE "ARCHIVED AUDIT LOG (NAMEAUDA)"
005010                 TO DS-REPORT-LINE
005020     END-EVALUATE.
005030     WRITE DS-REPORT-LINE.
005040 5000-START-SECTION-EXIT.
005050     EXIT.
005060*
005070 5100-END-SECTION.
005080     MOVE SPACES TO DS-REPORT-LINE.
005090     IF DS-FILE-MISSING
005100         STRING "  " DELIMITED BY SIZE
005110             DS-SECTION-FILE DELIMITED BY SPACE
005120             " IS NOT ON HAND - NOTHING HELD" DELIMITED BY SIZE
005130             INTO DS-REPORT-LINE
005140     ELSE
005150         MOVE DS-SECTION-COUNT TO DS-EDIT-COUNT
005160         STRING "  RECORDS HELD ON " DELIMITED BY SIZE
005170             DS-SECTION-FILE DELIMITED BY SPACE
005180             " . . : " DELIMITED BY SIZE
005190             DS-EDIT-COUNT DELIMITED BY SIZE
005200             INTO DS-REPORT-LINE
005210     END-IF.
005220     WRITE DS-REPORT-LINE.
005230     ADD DS-SECTION-COUNT TO DS-TOTAL-COUNT.
005240 5100-END-SECTION-EXIT.
005250     EXIT.
005260*
005270*--------------------------------------------------------------*
005280* 6000-PRINT-MASTER-WORK - ONE MASTER IMAGE, LIVE OR ARCHIVED. *
005290* THE FIRST NAME NOT YET ERASED BECOMES THE NAME KEYLESS AUDIT *
005300* LINES ARE MATCHED ON.                                        *
005310*--------------------------------------------------------------*
005320 6000-PRINT-MASTER-WORK.
005330     ADD 1 TO DS-SECTION-COUNT.
005340     IF DS-SUBJECT-LAST = SPACES
005350             AND NOT PN-NAME-ERASED OF DS-MASTER-WORK
005360         MOVE PN-LAST-NAME OF DS-MASTER-WORK TO DS-SUBJECT-LAST
005370         MOVE PN-FIRST-NAME OF DS-MASTER-WORK TO DS-SUBJECT-FIRST
005380     END-IF.
005390     MOVE NM-PERSON-NAME OF DS-MASTER-WORK TO DS-NAME-WORK.
005400     PERFORM 7000-FORMAT-NAME THRU 7000-FORMAT-NAME-EXIT.
005410     MOVE SPACES TO DS-REPORT-LINE.
005420     STRING "  NAME . . . . : " DELIMITED BY SIZE
005430         DS-NAME-TEXT DELIMITED BY SIZE
005440         INTO DS-REPORT-LINE.
005450     WRITE DS-REPORT-LINE.
005460     MOVE SPACES TO DS-REPORT-LINE.
005470     STRING "  ENTERED  . . : " DELIMITED BY SIZE
005480         NM-ENTRY-DATE OF DS-MASTER-WORK DELIMITED BY SIZE
005490         "  INTAKE SOURCE " DELIMITED BY SIZE
005500         NM-INTAKE-SOURCE OF DS-MASTER-WORK DELIMITED BY SIZE
005510         INTO DS-REPORT-LINE.
005520     WRITE DS-REPORT-LINE.
005530     MOVE SPACES TO DS-REPORT-LINE.
005540     STRING "  STATUS . . . : " DELIMITED BY SIZE
005550         NM-RECORD-STATUS OF DS-MASTER-WORK DELIMITED BY SIZE
005560         " SINCE " DELIMITED BY SIZE
005570         NM-STATUS-DATE OF DS-MASTER-WORK DELIMITED BY SIZE
005580         "  MERGED INTO KEY " DELIMITED BY SIZE
005590         NM-MERGED-TO-KEY OF DS-MASTER-WORK DELIMITED BY SIZE
005600         INTO DS-REPORT-LINE.
005610     WRITE DS-REPORT-LINE.
005620     MOVE SPACES TO DS-REPORT-LINE.
005630     STRING "  NAME CHANGED : " DELIMITED BY SIZE
005640         NM-CHANGE-DATE OF DS-MASTER-WORK DELIMITED BY SIZE
005650         "  SENT TO HR/CRM " DELIMITED BY SIZE
005660         NM-EXTRACT-DATE OF DS-MASTER-WORK DELIMITED BY SIZE
005670         "  ACK " DELIMITED BY SIZE
005680         NM-ACK-STATUS OF DS-MASTER-WORK DELIMITED BY SIZE
005690         INTO DS-REPORT-LINE.
005700     WRITE DS-REPORT-LINE.
005710     IF NM-ERASED-DATE OF DS-MASTER-WORK NOT = ZERO
005720         MOVE SPACES TO DS-REPORT-LINE
005730         STRING "  ERASED . . . : " DELIMITED BY SIZE
005740             NM-ERASED-DATE OF DS-MASTER-WORK DELIMITED BY SIZE
005750             INTO DS-REPORT-LINE
005760         WRITE DS-REPORT-LINE
005770     END-IF.
005780 6000-PRINT-MASTER-WORK-EXIT.
005790     EXIT.
005800*
005810*--------------------------------------------------------------*
005820* 6100-PRINT-ADDRESS-WORK - ONE ADDRESS IMAGE.                 *
005830*--------------------------------------------------------------*
005840 6100-PRINT-ADDRESS-WORK.
005850     ADD 1 TO DS-SECTION-COUNT.
005860     MOVE SPACES TO DS-REPORT-LINE.
005870     STRING "  STREET . . . : " DELIMITED BY SIZE
005880         AD-STREET-ADDRESS OF DS-ADDRESS-WORK DELIMITED BY SIZE
005890         INTO DS-REPORT-LINE.
005900     WRITE DS-REPORT-LINE.
005910     MOVE SPACES TO DS-REPORT-LINE.
005920     STRING "  CITY . . . . : " DELIMITED BY SIZE
005930         AD-CITY OF DS-ADDRESS-WORK DELIMITED BY SIZE
005940         "  STATE " DELIMITED BY SIZE
005950         AD-STATE OF DS-ADDRESS-WORK DELIMITED BY SIZE
005960         "  POSTAL " DELIMITED BY SIZE
005970         AD-POSTAL-CODE OF DS-ADDRESS-WORK DELIMITED BY SIZE
005980         INTO DS-REPORT-LINE.
005990     WRITE DS-REPORT-LINE.
006000     MOVE SPACES TO DS-REPORT-LINE.
006010     STRING "  PHONE  . . . : " DELIMITED BY SIZE
006020         AD-PHONE OF DS-ADDRESS-WORK DELIMITED BY SIZE
006030         INTO DS-REPORT-LINE.
006040     WRITE DS-REPORT-LINE.
006050 6100-PRINT-ADDRESS-WORK-EXIT.
006060     EXIT.
006070*
006080*--------------------------------------------------------------*
006090* 6200-PRINT-AUDIT-WORK - AN AUDIT LINE IS THE PERSON'S WHEN   *
006100* IT CARRIES THE KEY, OR - WRITTEN WITHOUT ONE - WHEN IT       *
006110* CARRIES THE PERSON'S LAST AND FIRST NAME.                    *
006120*--------------------------------------------------------------*
006130 6200-PRINT-AUDIT-WORK.
006140     MOVE "N" TO DS-BY-NAME-SW.
006150     IF AU-RECORD-KEY OF DS-AUDIT-WORK NOT = DS-SUBJECT-KEY
006160         IF AU-RECORD-KEY OF DS-AUDIT-WORK = ZERO
006170                 AND DS-SUBJECT-LAST NOT = SPACES
006180                 AND PN-LAST-NAME OF DS-AUDIT-WORK
006190                     = DS-SUBJECT-LAST
006200                 AND PN-FIRST-NAME OF DS-AUDIT-WORK
006210                     = DS-SUBJECT-FIRST
006220             SET DS-BY-NAME TO TRUE
006230         ELSE
006240             GO TO 6200-PRINT-AUDIT-WORK-EXIT
006250         END-IF
006260     END-IF.
006270     ADD 1 TO DS-SECTION-COUNT.
006280     MOVE SPACES TO DS-REPORT-LINE.
006290     STRING "  " DELIMITED BY SIZE
006300         AU-ENTRY-DATE OF DS-AUDIT-WORK DELIMITED BY SIZE
006310         " " DELIMITED BY SIZE
006320         AU-ENTRY-TIME OF DS-AUDIT-WORK DELIMITED BY SIZE
006330         "  OPERATOR " DELIMITED BY SIZE
006340         AU-OPERATOR-ID OF DS-AUDIT-WORK DELIMITED BY SIZE
006350         "  STATUS " DELIMITED BY SIZE
006360         AU-STATUS OF DS-AUDIT-WORK DELIMITED BY SIZE
006370         "  SOURCE " DELIMITED BY SIZE
006380         AU-INTAKE-SOURCE OF DS-AUDIT-WORK DELIMITED BY SIZE
006390         INTO DS-REPORT-LINE.
006400     IF DS-BY-NAME
006410         MOVE "BY NAME" TO DS-REPORT-LINE (71:7)
006420     END-IF.
006430     WRITE DS-REPORT-LINE.
006440     MOVE PN-LAST-NAME OF DS-AUDIT-WORK
006450         TO PN-LAST-NAME OF DS-NAME-WORK.
006460     MOVE PN-FIRST-NAME OF DS-AUDIT-WORK
006470         TO PN-FIRST-NAME OF DS-NAME-WORK.
006480     MOVE PN-MIDDLE-NAME OF DS-AUDIT-WORK
006490         TO PN-MIDDLE-NAME OF DS-NAME-WORK.
006500     MOVE PN-SUFFIX OF DS-AUDIT-WORK TO PN-SUFFIX OF DS-NAME-WORK.
006510     PERFORM 7000-FORMAT-NAME THRU 7000-FORMAT-NAME-EXIT.
006520     MOVE SPACES TO DS-REPORT-LINE.
006530     STRING "    NAME: " DELIMITED BY SIZE
006540         DS-NAME-TEXT DELIMITED BY SIZE
006550         INTO DS-REPORT-LINE.
006560     WRITE DS-REPORT-LINE.
006570 6200-PRINT-AUDIT-WORK-EXIT.
006580     EXIT.
006590*
006600*--------------------------------------------------------------*
006610* 7000-FORMAT-NAME - DS-NAME-WORK AS "LAST, FIRST MIDDLE       *
006620* SUFFIX" IN DS-NAME-TEXT.  A NAME PART ENDS AT TWO SPACES, SO *
006630* A PART WITH ONE SPACE IN IT (VAN DYKE) PRINTS WHOLE.         *
006640*--------------------------------------------------------------*
006650 7000-FORMAT-NAME.
006660     MOVE SPACES TO DS-NAME-TEXT.
006670     IF PN-NAME-ERASED OF DS-NAME-WORK
006680         MOVE PN-LAST-NAME OF DS-NAME-WORK TO DS-NAME-TEXT
006690         GO TO 7000-FORMAT-NAME-EXIT
006700     END-IF.
006710     STRING PN-LAST-NAME OF DS-NAME-WORK DELIMITED BY "  "
006720         ", " DELIMITED BY SIZE
006730         PN-FIRST-NAME OF DS-NAME-WORK DELIMITED BY "  "
006740         " " DELIMITED BY SIZE
006750         PN-MIDDLE-NAME OF DS-NAME-WORK DELIMITED BY "  "
006760         " " DELIMITED BY SIZE
006770         PN-SUFFIX OF DS-NAME-WORK DELIMITED BY "  "
006780         INTO DS-NAME-TEXT.
006790 7000-FORMAT-NAME-EXIT.
006800     EXIT.
006810*
006820*--------------------------------------------------------------*
006830* 9000-TERMINATE - GRAND TOTAL.  NOTHING HELD ANYWHERE ENDS    *
006840* RC=4 SO A MISTYPED KEY IS NOT TAKEN FOR A CLEAN ANSWER.      *
006850*--------------------------------------------------------------*
006860 9000-TERMINATE.
006870     MOVE SPACES TO DS-REPORT-LINE.
006880     WRITE DS-REPORT-LINE.
006890     MOVE DS-TOTAL-COUNT TO DS-EDIT-COUNT.
006900     MOVE SPACES TO DS-REPORT-LINE.
006910     STRING "TOTAL RECORDS HELD FOR THIS PERSON . . : "
006920             DELIMITED BY SIZE
006930         DS-EDIT-COUNT DELIMITED BY SIZE
006940         INTO DS-REPORT-LINE.
006950     WRITE DS-REPORT-LINE.
006960     IF DS-TOTAL-COUNT = ZERO
006970         MOVE "NO RECORD IS HELD FOR THIS KEY IN ANY FILE"
006980             TO DS-REPORT-LINE
006990         WRITE DS-REPORT-LINE
007000         MOVE 4 TO RETURN-CODE
007010     END-IF.
007020     CLOSE REPORT-FILE.
007030     DISPLAY "NAMEDSAR COMPLETE - KEY " DS-SUBJECT-KEY
007040         " RECORDS HELD: " DS-TOTAL-COUNT.
007050 9000-TERMINATE-EXIT.
007060     EXIT.
007070*
007080*--------------------------------------------------------------*
007090* 9100-CHECK-OPEN / 9110-CHECK-READ - A FILE THAT IS NOT ON    *
007100* HAND (35) IS REPORTED AS HOLDING NOTHING, AND END OF FILE    *
007110* (10) OR A KEY NOT FOUND (23) IS AN ORDINARY ANSWER.  ANY     *
007120* OTHER STATUS MEANS THE FILE COULD NOT BE READ, AND A REPORT  *
007130* THAT SKIPPED IT WOULD UNDERSTATE WHAT IS HELD - STOP RC=16.  *
007140*--------------------------------------------------------------*
007150 9100-CHECK-OPEN.
007160     IF DS-IO-STATUS NOT = "00" AND DS-IO-STATUS NOT = "35"
007170         DISPLAY "*** NAMEDSAR ABEND - " DS-SECTION-FILE
007180             " OPEN FAILED, FILE STATUS " DS-IO-STATUS " ***"
007190         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
007200     END-IF.
007210 9100-CHECK-OPEN-EXIT.
007220     EXIT.
007230*
007240 9110-CHECK-READ.
007250     IF DS-IO-STATUS NOT = "00" AND DS-IO-STATUS NOT = "10"
007260             AND DS-IO-STATUS NOT = "23"
007270         DISPLAY "*** NAMEDSAR ABEND - " DS-SECTION-FILE
007280             " READ FAILED, FILE STATUS " DS-IO-STATUS " ***"
007290         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
007300     END-IF.
007310 9110-CHECK-READ-EXIT.
007320     EXIT.
007330*
007340*--------------------------------------------------------------*
007350* 9999-ABEND - STOP WITH RC=16.  THE CALLER HAS ALREADY        *
007360* DISPLAYED THE REASON.                                        *
007370*--------------------------------------------------------------*
007380 9999-ABEND.
007390     MOVE 16 TO RETURN-CODE.
007400     STOP RUN.
007410 9999-ABEND-EXIT.
007420     EXIT.
007430 END PROGRAM NAMEDSAR.
