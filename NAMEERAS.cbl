000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMEERAS.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMEERAS IS THE PERSONAL-DATA ERASURE JOB.  WHEN A PERSON    *
000180* ASKS TO BE REMOVED, IT MASKS THEIR NAME, ADDRESS, AND PHONE  *
000190* IN EVERY FILE THAT HOLDS THEM - NAMEMST, NAMEADDR, NAMEHIST, *
000200* NAMEAUD, EVERY NAMEAUDA AUDIT ARCHIVE, AND EVERY NAMEMSTH/   *
000210* NAMEADRH MASTER HISTORY GENERATION.  A MASKED NAME CARRIES   *
000220* "*ERASED*" IN THE LAST NAME (PN-NAME-ERASED) AND SPACES IN   *
000230* THE REST; A MASKED ADDRESS CARRIES "*ERASED*" IN THE STREET  *
000240* AND SPACES IN THE CITY, STATE, POSTAL CODE, AND PHONE.       *
000250* EVERY RECORD IS REWRITTEN IN PLACE - KEYS, DATES, STATUSES,  *
000260* AND RECORD COUNTS ARE UNTOUCHED - SO NAMEVRFY, NAMEEOD, AND  *
000270* THE NAMEAUDP AND NAMEARCH BALANCE REPORTS STILL BALANCE.     *
000280* NM-ERASED-DATE IS SET ON THE MASTER SO NAMEXTR NEVER SENDS   *
000290* THE PERSON TO HR/CRM AGAIN, AND AN "E" RECORD IS APPENDED TO *
000300* NAMEHIST SO NAMEFRCV REAPPLIES THE ERASURE IF THE MASTER IS  *
000310* EVER RESTORED FROM A BACKUP TAKEN BEFORE IT.                 *
000320*                                                              *
000330* AN ARCHIVE GENERATION CAN ONLY BE UPDATED ON ITS OWN, NOT AS *
000340* PART OF A CONCATENATION, SO THE JOB RUNS THIS PROGRAM ONCE   *
000350* PER STEP WITH A MODE ON THE JCL PARM:                        *
000360*   FIND - FIND THE KEY ON NAMEMST OR ANY NAMEMSTH GENERATION  *
000370*          AND START THE ERASURE LOG WITH THE NAME IT HAS, FOR *
000380*          MATCHING AUDIT LINES WRITTEN WITHOUT A RECORD KEY.  *
000390*          A KEY FOUND NOWHERE ENDS THE JOB RC=16.             *
000400*   LIVE - MASK NAMEMST, NAMEADDR, NAMEHIST, AND NAMEAUD.      *
000410*   ARCH - MASK THE ONE NAMEAUDA, NAMEMSTH, OR NAMEADRH        *
000420*          GENERATION ALLOCATED TO THE STEP.                   *
000430*   CERT - PRINT THE ERASURE CERTIFICATE FROM THE LOG, LISTING *
000440*          EVERY RECORD MASKED, FOR SUPERVISOR SIGN-OFF.       *
000450* THE PARM IS THE MODE, THE SEVEN-DIGIT NM-RECORD-KEY, AND FOR *
000460* AN ARCH STEP THE GENERATION AS IT SHOULD READ ON THE         *
000470* CERTIFICATE (PARM='ARCH0001234(-1)').  EVERY RECORD MASKED   *
000480* IS APPENDED TO THE NAMEERAL LOG.  A RECORD ALREADY MASKED IS *
000490* LEFT ALONE, SO A STEP CAN BE RERUN.                          *
000500*--------------------------------------------------------------*
000510* MODIFICATION HISTORY                                        *
000520*--------------------------------------------------------------*
000530* DATE       INIT  DESCRIPTION                                 *
000540* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000542* 2026-10-15 SV    STOP RC=16 ON ANY OPEN OR READ STATUS OTHER *
000544*                  THAN NOT-ON-HAND, END OF FILE, OR KEY NOT   *
000546*                  FOUND, INSTEAD OF PASSING OVER A FILE THAT  *
000548*                  COULD NOT BE READ AS HOLDING NOTHING.       *
000550*--------------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT NAME-MASTER-FILE ASSIGN TO "NAMEMST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS NM-RECORD-KEY OF NM-MASTER-RECORD
000630         ALTERNATE RECORD KEY IS NM-NAME-KEY OF NM-MASTER-RECORD
000640             WITH DUPLICATES
000650         FILE STATUS IS ER-MASTER-FILE-STATUS.
000660     SELECT ADDRESS-FILE ASSIGN TO "NAMEADDR"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS AD-RECORD-KEY OF AD-ADDRESS-RECORD
000700         FILE STATUS IS ER-ADDRESS-FILE-STATUS.
000710     SELECT HISTORY-FILE ASSIGN TO "NAMEHIST"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS ER-HISTORY-FILE-STATUS.
000740     SELECT AUDIT-FILE ASSIGN TO "NAMEAUD"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS ER-AUDIT-FILE-STATUS.
000770     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "NAMEAUDA"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS ER-AUDA-FILE-STATUS.
000800     SELECT MASTER-HISTORY-FILE ASSIGN TO "NAMEMSTH"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS ER-MSTH-FILE-STATUS.
000830     SELECT ADDRESS-HISTORY-FILE ASSIGN TO "NAMEADRH"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS ER-ADRH-FILE-STATUS.
000860     SELECT ERASURE-LOG-FILE ASSIGN TO "NAMEERAL"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS ER-LOG-FILE-STATUS.
000890     SELECT CERTIFICATE-FILE ASSIGN TO "NAMEERAC"
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910*
000920 DATA DIVISION.
000930 FILE SECTION.
000940*--------------------------------------------------------------*
000950* NAME-MASTER-FILE - READ BY FIND, MASKED IN PLACE BY LIVE.    *
000960*--------------------------------------------------------------*
000970 FD  NAME-MASTER-FILE.
000980 01  NM-MASTER-RECORD.
000990     COPY NAMEMSTR.
001000*
001010*--------------------------------------------------------------*
001020* ADDRESS-FILE - THE PERSON'S ADDRESS CHILD, MASKED BY LIVE.   *
001030*--------------------------------------------------------------*
001040 FD  ADDRESS-FILE.
001050 01  AD-ADDRESS-RECORD.
001060     COPY NAMEADDR.
001070*
001080*--------------------------------------------------------------*
001090* HISTORY-FILE - BOTH IMAGES OF EVERY CHANGE TO THE KEY ARE    *
001100* MASKED, THEN THE "E" RECORD IS APPENDED.                     *
001110*--------------------------------------------------------------*
001120 FD  HISTORY-FILE
001130     RECORDING MODE IS F.
001140 01  HS-HISTORY-RECORD.
001150     COPY NAMEHIST.
001160*
001170*--------------------------------------------------------------*
001180* AUDIT-FILE - THE LIVE AUDIT LOG.                             *
001190*--------------------------------------------------------------*
001200 FD  AUDIT-FILE
001210     RECORDING MODE IS F.
001220 01  AU-AUDIT-RECORD.
001230     COPY NAMEAUD.
001240*
001250*--------------------------------------------------------------*
001260* AUDIT-ARCHIVE-FILE - ONE NAMEAUDP ARCHIVE GENERATION.        *
001270*--------------------------------------------------------------*
001280 FD  AUDIT-ARCHIVE-FILE
001290     RECORDING MODE IS F.
001300 01  AR-ARCHIVE-RECORD.
001310     COPY NAMEAUD.
001320*
001330*--------------------------------------------------------------*
001340* MASTER-HISTORY-FILE - NAMEARCH MASTER HISTORY.  ONE          *
001350* GENERATION IN AN ARCH STEP; EVERY GENERATION, CONCATENATED,  *
001360* IN THE FIND STEP.                                            *
001370*--------------------------------------------------------------*
001380 FD  MASTER-HISTORY-FILE
001390     RECORDING MODE IS F.
001400 01  MH-HISTORY-RECORD.
001410     COPY NAMEMSTR.
001420*
001430*--------------------------------------------------------------*
001440* ADDRESS-HISTORY-FILE - ONE NAMEARCH ADDRESS HISTORY          *
001450* GENERATION.                                                  *
001460*--------------------------------------------------------------*
001470 FD  ADDRESS-HISTORY-FILE
001480     RECORDING MODE IS F.
001490 01  DH-HISTORY-RECORD.
001500     COPY NAMEADDR.
001510*
001520*--------------------------------------------------------------*
001530* ERASURE-LOG-FILE - THE SUBJECT RECORD AND ONE RECORD PER     *
001540* RECORD MASKED, PASSED FROM STEP TO STEP.                     *
001550*--------------------------------------------------------------*
001560 FD  ERASURE-LOG-FILE
001570     RECORDING MODE IS F.
001580 01  EL-LOG-RECORD.
001590     COPY NAMEERAL.
001600*
001610*--------------------------------------------------------------*
001620* CERTIFICATE-FILE - THE SIGNED-OFF ERASURE CERTIFICATE.       *
001630*--------------------------------------------------------------*
001640 FD  CERTIFICATE-FILE.
001650 01  ER-REPORT-LINE              PIC X(80).
001660*
001670 WORKING-STORAGE SECTION.
001680 77  ER-MASTER-FILE-STATUS       PIC X(02).
001690 77  ER-ADDRESS-FILE-STATUS      PIC X(02).
001700 77  ER-HISTORY-FILE-STATUS      PIC X(02).
001710 77  ER-AUDIT-FILE-STATUS        PIC X(02).
001720 77  ER-AUDA-FILE-STATUS         PIC X(02).
001730 77  ER-MSTH-FILE-STATUS         PIC X(02).
001740 77  ER-ADRH-FILE-STATUS         PIC X(02).
001750 77  ER-LOG-FILE-STATUS          PIC X(02).
001753 77  ER-IO-STATUS                PIC X(02).
001756 77  ER-IO-FILE                  PIC X(08).
001760 77  ER-RUN-DATE                 PIC 9(08).
001770 77  ER-RUN-TIME                 PIC 9(06).
001780 77  ER-OPERATOR-ID              PIC X(08) VALUE "NAMEERAS".
001790 77  ER-MASK-VALUE               PIC X(08) VALUE "*ERASED*".
001800 77  ER-MODE                     PIC X(04).
001810     88  ER-MODE-FIND                        VALUE "FIND".
001820     88  ER-MODE-LIVE                        VALUE "LIVE".
001830     88  ER-MODE-ARCH                        VALUE "ARCH".
001840     88  ER-MODE-CERT                        VALUE "CERT".
001850 77  ER-SUBJECT-KEY              PIC 9(07).
001860 77  ER-GENERATION               PIC X(08) VALUE SPACES.
001870 77  ER-GEN-LENGTH               PIC S9(4) COMP.
001880 77  ER-SUBJECT-LAST             PIC X(20) VALUE SPACES.
001890 77  ER-SUBJECT-FIRST            PIC X(15) VALUE SPACES.
001900 77  ER-FOUND-IN                 PIC X(08) VALUE SPACES.
001910 77  ER-FILE-EOF-SW              PIC X(01).
001920     88  ER-FILE-EOF                         VALUE "Y".
001930 77  ER-TOUCHED-SW               PIC X(01).
001940     88  ER-TOUCHED                          VALUE "Y".
001950 77  ER-BY-NAME-SW               PIC X(01).
001960     88  ER-BY-NAME                          VALUE "Y".
001970 77  ER-MASTER-MASKED-SW         PIC X(01) VALUE "N".
001980     88  ER-MASTER-MASKED                    VALUE "Y".
001990 77  ER-ARCHIVE-SEEN-SW          PIC X(01) VALUE "N".
002000     88  ER-ARCHIVE-SEEN                     VALUE "Y".
002010 77  ER-RECORD-NUMBER            PIC 9(07).
002020 77  ER-TOUCHED-COUNT            PIC 9(07) VALUE ZERO.
002030 77  ER-EDIT-COUNT               PIC ZZZZZZ9.
002040*
002050*--------------------------------------------------------------*
002060* WHAT 7000-LOG-TOUCHED WRITES FOR THE RECORD JUST MASKED.     *
002070*--------------------------------------------------------------*
002080 77  ER-LOG-FILE-NAME            PIC X(08).
002090 77  ER-LOG-RECORD-DATE          PIC 9(08).
002100 77  ER-LOG-DESCRIPTION          PIC X(20).
002110*
002120*--------------------------------------------------------------*
002130* WORK COPIES THE MASKING PARAGRAPHS OPERATE ON, SO THE LIVE   *
002140* FILE AND ITS ARCHIVE SHARE ONE SET OF RULES.                 *
002150*--------------------------------------------------------------*
002160 01  ER-MASTER-WORK.
002170     COPY NAMEMSTR.
002180 01  ER-ADDRESS-WORK.
002190     COPY NAMEADDR.
002200 01  ER-AUDIT-WORK.
002210     COPY NAMEAUD.
002220*
002230*--------------------------------------------------------------*
002240* THE MASTER AS IT STOOD, FOR THE "E" HISTORY RECORD.          *
002250*--------------------------------------------------------------*
002260 77  ER-SAVE-STATUS              PIC X(01).
002270 77  ER-SAVE-STAT-DATE           PIC 9(08).
002280 77  ER-SAVE-MERGED-TO           PIC 9(07).
002290*
002300*--------------------------------------------------------------*
002310* CERTIFICATE WORK AREAS - ONE SUBTOTAL PER FILE AND           *
002320* GENERATION, IN THE ORDER THE STEPS RAN.                      *
002330*--------------------------------------------------------------*
002340 77  ER-LOG-EOF-SW               PIC X(01) VALUE "N".
002350     88  ER-LOG-EOF                          VALUE "Y".
002360 77  ER-BREAK-FILE               PIC X(08) VALUE SPACES.
002370 77  ER-BREAK-GENERATION         PIC X(08) VALUE SPACES.
002380 77  ER-BREAK-COUNT              PIC 9(07) VALUE ZERO.
002390 01  ER-DETAIL-LINE.
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  ER-DET-FILE             PIC X(08).
002420     05  FILLER                  PIC X(01) VALUE SPACES.
002430     05  ER-DET-GENERATION       PIC X(08).
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  ER-DET-RECORD-NUMBER    PIC ZZZZZZ9 BLANK WHEN ZERO.
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  ER-DET-RECORD-DATE      PIC 9(08).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  ER-DET-DESCRIPTION      PIC X(20).
002500     05  FILLER                  PIC X(20) VALUE SPACES.
002510*
002520 LINKAGE SECTION.
002530 01  ER-PARM-FIELD.
002540     05  ER-PARM-LEN             PIC S9(4) COMP.
002550     05  ER-PARM-MODE            PIC X(04).
002560     05  ER-PARM-KEY             PIC X(07).
002570     05  ER-PARM-GENERATION      PIC X(08).
002580*
002590 PROCEDURE DIVISION USING ER-PARM-FIELD.
002600*--------------------------------------------------------------*
002610* 0000-MAINLINE                                                *
002620*--------------------------------------------------------------*
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002650     EVALUATE TRUE
002660         WHEN ER-MODE-FIND
002670             PERFORM 2000-FIND-SUBJECT THRU 2000-FIND-SUBJECT-EXIT
002680         WHEN ER-MODE-LIVE
002690             PERFORM 1100-LOAD-SUBJECT THRU 1100-LOAD-SUBJECT-EXIT
002700             PERFORM 3000-ERASE-LIVE-FILES
002710                 THRU 3000-ERASE-LIVE-FILES-EXIT
002720         WHEN ER-MODE-ARCH
002730             PERFORM 1100-LOAD-SUBJECT THRU 1100-LOAD-SUBJECT-EXIT
002740             PERFORM 4000-ERASE-ARCHIVES
002750                 THRU 4000-ERASE-ARCHIVES-EXIT
002760         WHEN ER-MODE-CERT
002770             PERFORM 5000-PRINT-CERTIFICATE
002780                 THRU 5000-PRINT-CERTIFICATE-EXIT
002790     END-EVALUATE.
002800     DISPLAY "NAMEERAS " ER-MODE " COMPLETE - KEY " ER-SUBJECT-KEY
002810         " RECORDS MASKED: " ER-TOUCHED-COUNT.
002820     STOP RUN.
002830*
002840*--------------------------------------------------------------*
002850* 1000-INITIALIZE - TAKE THE MODE, KEY, AND GENERATION FROM    *
002860* THE PARM.  A MISSING OR BAD MODE OR KEY STOPS THE STEP.      *
002870*--------------------------------------------------------------*
002880 1000-INITIALIZE.
002890     ACCEPT ER-RUN-DATE FROM DATE YYYYMMDD.
002900     ACCEPT ER-RUN-TIME FROM TIME.
002910     IF ER-PARM-LEN < 11
002920         DISPLAY "*** NAMEERAS ABEND - PARM MUST BE MODE AND KEY,"
002930             " E.G. PARM='LIVE0001234' ***"
002940         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002950     END-IF.
002960     MOVE ER-PARM-MODE TO ER-MODE.
002970     IF NOT ER-MODE-FIND AND NOT ER-MODE-LIVE
002980             AND NOT ER-MODE-ARCH AND NOT ER-MODE-CERT
002990         DISPLAY "*** NAMEERAS ABEND - MODE " ER-PARM-MODE
003000             " IS NOT FIND, LIVE, ARCH, OR CERT ***"
003010         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003020     END-IF.
003030     IF ER-PARM-KEY IS NOT NUMERIC
003040         DISPLAY "*** NAMEERAS ABEND - KEY " ER-PARM-KEY
003050             " IS NOT NUMERIC ***"
003060         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003070     END-IF.
003080     MOVE ER-PARM-KEY TO ER-SUBJECT-KEY.
003090     IF ER-PARM-LEN > 11
003100         COMPUTE ER-GEN-LENGTH = ER-PARM-LEN - 11
003110         IF ER-GEN-LENGTH > 8
003120             MOVE 8 TO ER-GEN-LENGTH
003130         END-IF
003140         MOVE ER-PARM-GENERATION (1:ER-GEN-LENGTH)
003150             TO ER-GENERATION
003160     END-IF.
003170 1000-INITIALIZE-EXIT.
003180     EXIT.
003190*
003200*--------------------------------------------------------------*
003210* 1100-LOAD-SUBJECT - READ THE SUBJECT RECORD THE FIND STEP    *
003220* STARTED THE LOG WITH.  NO LOG, OR A LOG FOR ANOTHER KEY,     *
003230* MEANS THE JOB WAS SET UP WRONG AND NOTHING IS TOUCHED.       *
003240*--------------------------------------------------------------*
003250 1100-LOAD-SUBJECT.
003260     OPEN INPUT ERASURE-LOG-FILE.
003262     MOVE ER-LOG-FILE-STATUS TO ER-IO-STATUS.
003265     MOVE "NAMEERAL" TO ER-IO-FILE.
003267     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
003270     IF ER-LOG-FILE-STATUS = "35"
003280         DISPLAY "*** NAMEERAS ABEND - NO ERASURE LOG - THE FIND"
003290             " STEP MUST RUN FIRST ***"
003300         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003310     END-IF.
003320     READ ERASURE-LOG-FILE
003330         AT END
003340             MOVE SPACES TO EL-LOG-RECORD
003350     END-READ.
003352     MOVE ER-LOG-FILE-STATUS TO ER-IO-STATUS.
003355     MOVE "NAMEERAL" TO ER-IO-FILE.
003357     PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT.
003360     CLOSE ERASURE-LOG-FILE.
003370     IF NOT EL-SUBJECT-RECORD
003380         DISPLAY "*** NAMEERAS ABEND - ERASURE LOG HAS NO SUBJECT"
003390             " RECORD ***"
003400         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003410     END-IF.
003420     IF EL-RECORD-KEY NOT = ER-SUBJECT-KEY
003430         DISPLAY "*** NAMEERAS ABEND - ERASURE LOG IS FOR KEY "
003440             EL-RECORD-KEY " NOT " ER-SUBJECT-KEY " ***"
003450         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003460     END-IF.
003470     MOVE EL-SUBJECT-LAST TO ER-SUBJECT-LAST.
003480     MOVE EL-SUBJECT-FIRST TO ER-SUBJECT-FIRST.
003490 1100-LOAD-SUBJECT-EXIT.
003500     EXIT.
003510*
003520*--------------------------------------------------------------*
003530* 2000-FIND-SUBJECT - LOOK FOR THE KEY ON THE LIVE MASTER,     *
003540* THEN ON THE MASTER HISTORY, TAKING THE LAST NAME AND FIRST   *
003550* NAME FROM THE FIRST IMAGE NOT ALREADY MASKED.  START THE LOG *
003560* WITH THE SUBJECT RECORD.                                     *
003570*--------------------------------------------------------------*
003580 2000-FIND-SUBJECT.
003590     OPEN INPUT NAME-MASTER-FILE.
003592     MOVE ER-MASTER-FILE-STATUS TO ER-IO-STATUS.
003595     MOVE "NAMEMST" TO ER-IO-FILE.
003597     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
003600     IF ER-MASTER-FILE-STATUS NOT = "35"
003610         MOVE ER-SUBJECT-KEY TO NM-RECORD-KEY OF NM-MASTER-RECORD
003620         READ NAME-MASTER-FILE
003630             INVALID KEY
003640                 CONTINUE
003650             NOT INVALID KEY
003660                 MOVE "NAMEMST" TO ER-FOUND-IN
003670                 MOVE NM-MASTER-RECORD TO ER-MASTER-WORK
003680                 PERFORM 2200-TAKE-SUBJECT-NAME
003690                     THRU 2200-TAKE-SUBJECT-NAME-EXIT
003700         END-READ
003702         MOVE ER-MASTER-FILE-STATUS TO ER-IO-STATUS
003705         MOVE "NAMEMST" TO ER-IO-FILE
003707         PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT
003710         CLOSE NAME-MASTER-FILE
003720     END-IF.
003730     IF ER-SUBJECT-LAST = SPACES
003740         PERFORM 2100-SCAN-MASTER-HISTORY
003750             THRU 2100-SCAN-MASTER-HISTORY-EXIT
003760     END-IF.
003770     IF ER-FOUND-IN = SPACES
003780         DISPLAY "*** NAMEERAS - KEY " ER-SUBJECT-KEY
003790             " IS NOT ON NAMEMST OR NAMEMSTH - NOTHING ERASED ***"
003800         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003810     END-IF.
003820     OPEN OUTPUT ERASURE-LOG-FILE.
003830     MOVE SPACES TO EL-LOG-RECORD.
003840     SET EL-SUBJECT-RECORD TO TRUE.
003850     MOVE ER-SUBJECT-KEY TO EL-RECORD-KEY.
003860     MOVE ER-SUBJECT-LAST TO EL-SUBJECT-LAST.
003870     MOVE ER-SUBJECT-FIRST TO EL-SUBJECT-FIRST.
003880     MOVE ER-FOUND-IN TO EL-FOUND-IN.
003890     MOVE ER-RUN-DATE TO EL-RUN-DATE.
003900     WRITE EL-LOG-RECORD.
003910     CLOSE ERASURE-LOG-FILE.
003920     IF ER-SUBJECT-LAST = SPACES
003930         DISPLAY "NAMEERAS - KEY " ER-SUBJECT-KEY
003940             " IS ALREADY MASKED - AUDIT LINES WITHOUT A KEY"
003950             " CANNOT BE MATCHED BY NAME"
003960         MOVE 4 TO RETURN-CODE
003970     END-IF.
003980 2000-FIND-SUBJECT-EXIT.
003990     EXIT.
004000*
004010 2100-SCAN-MASTER-HISTORY.
004020     OPEN INPUT MASTER-HISTORY-FILE.
004022     MOVE ER-MSTH-FILE-STATUS TO ER-IO-STATUS.
004025     MOVE "NAMEMSTH" TO ER-IO-FILE.
004027     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
004030     IF ER-MSTH-FILE-STATUS = "35"
004040         GO TO 2100-SCAN-MASTER-HISTORY-EXIT
004050     END-IF.
004060     MOVE "N" TO ER-FILE-EOF-SW.
004070     PERFORM 2110-CHECK-ONE-HISTORY
004080         THRU 2110-CHECK-ONE-HISTORY-EXIT
004090         UNTIL ER-FILE-EOF.
004100     CLOSE MASTER-HISTORY-FILE.
004110 2100-SCAN-MASTER-HISTORY-EXIT.
004120     EXIT.
004130*
004140 2110-CHECK-ONE-HISTORY.
004150     READ MASTER-HISTORY-FILE
004160         AT END
004170             MOVE "Y" TO ER-FILE-EOF-SW
004180     END-READ.
004182     MOVE ER-MSTH-FILE-STATUS TO ER-IO-STATUS.
004185     MOVE "NAMEMSTH" TO ER-IO-FILE.
004187     PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT.
004190     IF ER-FILE-EOF
004200         GO TO 2110-CHECK-ONE-HISTORY-EXIT
004210     END-IF.
004220     IF NM-RECORD-KEY OF MH-HISTORY-RECORD = ER-SUBJECT-KEY
004230         IF ER-FOUND-IN = SPACES
004240             MOVE "NAMEMSTH" TO ER-FOUND-IN
004250         END-IF
004260         IF ER-SUBJECT-LAST = SPACES
004270             MOVE MH-HISTORY-RECORD TO ER-MASTER-WORK
004280             PERFORM 2200-TAKE-SUBJECT-NAME
004290                 THRU 2200-TAKE-SUBJECT-NAME-EXIT
004300         END-IF
004310     END-IF.
004320 2110-CHECK-ONE-HISTORY-EXIT.
004330     EXIT.
004340*
004350 2200-TAKE-SUBJECT-NAME.
004360     IF NOT PN-NAME-ERASED OF ER-MASTER-WORK
004370         MOVE PN-LAST-NAME OF ER-MASTER-WORK TO ER-SUBJECT-LAST
004380         MOVE PN-FIRST-NAME OF ER-MASTER-WORK TO ER-SUBJECT-FIRST
004390     END-IF.
004400 2200-TAKE-SUBJECT-NAME-EXIT.
004410     EXIT.
004420*
004430*--------------------------------------------------------------*
004440* 3000-ERASE-LIVE-FILES - MASK THE MASTER, ITS ADDRESS CHILD,  *
004450* ITS CHANGE HISTORY, AND ITS LINES ON THE LIVE AUDIT LOG.     *
004460* EACH FILE IS OPTIONAL; A MISSING ONE HOLDS NOTHING TO MASK.  *
004470*--------------------------------------------------------------*
004480 3000-ERASE-LIVE-FILES.
004490     OPEN EXTEND ERASURE-LOG-FILE.
004500     PERFORM 3100-ERASE-MASTER THRU 3100-ERASE-MASTER-EXIT.
004510     PERFORM 3200-ERASE-ADDRESS THRU 3200-ERASE-ADDRESS-EXIT.
004520     PERFORM 3300-ERASE-HISTORY THRU 3300-ERASE-HISTORY-EXIT.
004530     PERFORM 3400-ERASE-AUDIT THRU 3400-ERASE-AUDIT-EXIT.
004540     CLOSE ERASURE-LOG-FILE.
004550     IF ER-MASTER-MASKED
004560         PERFORM 8100-WRITE-HISTORY-RECORD
004570             THRU 8100-WRITE-HISTORY-RECORD-EXIT
004580     END-IF.
004590 3000-ERASE-LIVE-FILES-EXIT.
004600     EXIT.
004610*
004620*--------------------------------------------------------------*
004630* 3100-ERASE-MASTER - MASK THE NAME AND SET NM-ERASED-DATE.    *
004640*--------------------------------------------------------------*
004650 3100-ERASE-MASTER.
004660     OPEN I-O NAME-MASTER-FILE.
004662     MOVE ER-MASTER-FILE-STATUS TO ER-IO-STATUS.
004665     MOVE "NAMEMST" TO ER-IO-FILE.
004667     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
004670     IF ER-MASTER-FILE-STATUS = "35"
004680         GO TO 3100-ERASE-MASTER-EXIT
004690     END-IF.
004700     MOVE ER-SUBJECT-KEY TO NM-RECORD-KEY OF NM-MASTER-RECORD.
004710     READ NAME-MASTER-FILE
004720         INVALID KEY
004730             CLOSE NAME-MASTER-FILE
004740             GO TO 3100-ERASE-MASTER-EXIT
004750     END-READ.
004752     MOVE ER-MASTER-FILE-STATUS TO ER-IO-STATUS.
004755     MOVE "NAMEMST" TO ER-IO-FILE.
004757     PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT.
004760     MOVE NM-MASTER-RECORD TO ER-MASTER-WORK.
004770     PERFORM 6000-MASK-MASTER-WORK
004780         THRU 6000-MASK-MASTER-WORK-EXIT.
004790     IF ER-TOUCHED
004800         MOVE ER-MASTER-WORK TO NM-MASTER-RECORD
004810         REWRITE NM-MASTER-RECORD
004820             INVALID KEY
004830                 DISPLAY "*** NAMEERAS ABEND - COULD NOT REWRITE"
004840                     " MASTER KEY " ER-SUBJECT-KEY " ***"
004850                 PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004860         END-REWRITE
004870         SET ER-MASTER-MASKED TO TRUE
004880         MOVE NM-RECORD-STATUS OF ER-MASTER-WORK TO ER-SAVE-STATUS
004890         MOVE NM-STATUS-DATE OF ER-MASTER-WORK
004900             TO ER-SAVE-STAT-DATE
004910         MOVE NM-MERGED-TO-KEY OF ER-MASTER-WORK
004920             TO ER-SAVE-MERGED-TO
004930         MOVE "NAMEMST" TO ER-LOG-FILE-NAME
004940         MOVE ZERO TO ER-RECORD-NUMBER
004950         MOVE NM-ENTRY-DATE OF ER-MASTER-WORK
004960             TO ER-LOG-RECORD-DATE
004970         MOVE "MASTER RECORD" TO ER-LOG-DESCRIPTION
004980         PERFORM 7000-LOG-TOUCHED THRU 7000-LOG-TOUCHED-EXIT
004990     END-IF.
005000     CLOSE NAME-MASTER-FILE.
005010 3100-ERASE-MASTER-EXIT.
005020     EXIT.
005030*
005040*--------------------------------------------------------------*
005050* 3200-ERASE-ADDRESS - MASK THE ADDRESS CHILD, IF ANY.         *
005060*--------------------------------------------------------------*
005070 3200-ERASE-ADDRESS.
005080     OPEN I-O ADDRESS-FILE.
005082     MOVE ER-ADDRESS-FILE-STATUS TO ER-IO-STATUS.
005085     MOVE "NAMEADDR" TO ER-IO-FILE.
005087     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
005090     IF ER-ADDRESS-FILE-STATUS = "35"
005100         GO TO 3200-ERASE-ADDRESS-EXIT
005110     END-IF.
005120     MOVE ER-SUBJECT-KEY TO AD-RECORD-KEY OF AD-ADDRESS-RECORD.
005130     READ ADDRESS-FILE
005140         INVALID KEY
005150             CLOSE ADDRESS-FILE
005160             GO TO 3200-ERASE-ADDRESS-EXIT
005170     END-READ.
005172     MOVE ER-ADDRESS-FILE-STATUS TO ER-IO-STATUS.
005175     MOVE "NAMEADDR" TO ER-IO-FILE.
005177     PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT.
005180     MOVE AD-ADDRESS-RECORD TO ER-ADDRESS-WORK.
005190     PERFORM 6100-MASK-ADDRESS-WORK
005200         THRU 6100-MASK-ADDRESS-WORK-EXIT.
005210     IF ER-TOUCHED
005220         MOVE ER-ADDRESS-WORK TO AD-ADDRESS-RECORD
005230         REWRITE AD-ADDRESS-RECORD
005240             INVALID KEY
005250                 DISPLAY "*** NAMEERAS ABEND - COULD NOT REWRITE"
005260                     " ADDRESS KEY " ER-SUBJECT-KEY " ***"
005270                 PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
005280         END-REWRITE
005290         MOVE "NAMEADDR" TO ER-LOG-FILE-NAME
005300         MOVE ZERO TO ER-RECORD-NUMBER
005310         MOVE ZERO TO ER-LOG-RECORD-DATE
005320         MOVE "ADDRESS RECORD" TO ER-LOG-DESCRIPTION
005330         PERFORM 7000-LOG-TOUCHED THRU 7000-LOG-TOUCHED-EXIT
005340     END-IF.
005350     CLOSE ADDRESS-FILE.
005360 3200-ERASE-ADDRESS-EXIT.
005370     EXIT.
005380*
005390*--------------------------------------------------------------*
005400* 3300-ERASE-HISTORY - MASK BOTH NAME IMAGES OF EVERY NAMEHIST *
005410* RECORD FOR THE KEY, IN PLACE.                                *
005420*--------------------------------------------------------------*
005430 3300-ERASE-HISTORY.
005440     OPEN I-O HISTORY-FILE.
005442     MOVE ER-HISTORY-FILE-STATUS TO ER-IO-STATUS.
005445     MOVE "NAMEHIST" TO ER-IO-FILE.
005447     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
005450     IF ER-HISTORY-FILE-STATUS = "35"
005460         GO TO 3300-ERASE-HISTORY-EXIT
005470     END-IF.
005480     MOVE "N" TO ER-FILE-EOF-SW.
005490     MOVE ZERO TO ER-RECORD-NUMBER.
005500     PERFORM 3310-ERASE-ONE-HISTORY
005510         THRU 3310-ERASE-ONE-HISTORY-EXIT
005520         UNTIL ER-FILE-EOF.
005530     CLOSE HISTORY-FILE.
005540 3300-ERASE-HISTORY-EXIT.
005550     EXIT.
005560*
005570 3310-ERASE-ONE-HISTORY.
005580     READ HISTORY-FILE
005590         AT END
005600             MOVE "Y" TO ER-FILE-EOF-SW
005610     END-READ.
005612     MOVE ER-HISTORY-FILE-STATUS TO ER-IO-STATUS.
005615     MOVE "NAMEHIST" TO ER-IO-FILE.
005617     PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT.
005620     IF ER-FILE-EOF
005630         GO TO 3310-ERASE-ONE-HISTORY-EXIT
005640     END-IF.
005650     ADD 1 TO ER-RECORD-NUMBER.
005660     IF HS-RECORD-KEY NOT = ER-SUBJECT-KEY
005670         GO TO 3310-ERASE-ONE-HISTORY-EXIT
005680     END-IF.
005690     IF PN-NAME-ERASED OF HS-BEFORE-IMAGE
005700             AND PN-FIRST-NAME OF HS-BEFORE-IMAGE = SPACES
005710             AND PN-MIDDLE-NAME OF HS-BEFORE-IMAGE = SPACES
005720             AND PN-SUFFIX OF HS-BEFORE-IMAGE = SPACES
005730             AND PN-NAME-ERASED OF HS-AFTER-IMAGE
005740             AND PN-FIRST-NAME OF HS-AFTER-IMAGE = SPACES
005750             AND PN-MIDDLE-NAME OF HS-AFTER-IMAGE = SPACES
005760             AND PN-SUFFIX OF HS-AFTER-IMAGE = SPACES
005770         GO TO 3310-ERASE-ONE-HISTORY-EXIT
005780     END-IF.
005790     SET PN-NAME-ERASED OF HS-BEFORE-IMAGE TO TRUE.
005800     MOVE SPACES TO PN-FIRST-NAME OF HS-BEFORE-IMAGE.
005810     MOVE SPACES TO PN-MIDDLE-NAME OF HS-BEFORE-IMAGE.
005820     MOVE SPACES TO PN-SUFFIX OF HS-BEFORE-IMAGE.
005830     SET PN-NAME-ERASED OF HS-AFTER-IMAGE TO TRUE.
005840     MOVE SPACES TO PN-FIRST-NAME OF HS-AFTER-IMAGE.
005850     MOVE SPACES TO PN-MIDDLE-NAME OF HS-AFTER-IMAGE.
005860     MOVE SPACES TO PN-SUFFIX OF HS-AFTER-IMAGE.
005870     REWRITE HS-HISTORY-RECORD.
005880     MOVE "NAMEHIST" TO ER-LOG-FILE-NAME.
005890     MOVE HS-CHANGE-DATE TO ER-LOG-RECORD-DATE.
005900     MOVE SPACES TO ER-LOG-DESCRIPTION.
005910     STRING "CHANGE HISTORY " DELIMITED BY SIZE
005920         HS-ACTION DELIMITED BY SIZE
005930         INTO ER-LOG-DESCRIPTION.
005940     PERFORM 7000-LOG-TOUCHED THRU 7000-LOG-TOUCHED-EXIT.
005950 3310-ERASE-ONE-HISTORY-EXIT.
005960     EXIT.
005970*
005980*--------------------------------------------------------------*
005990* 3400-ERASE-AUDIT - MASK THE PERSON'S LINES ON THE LIVE AUDIT *
006000* LOG, IN PLACE.                                               *
006010*--------------------------------------------------------------*
006020 3400-ERASE-AUDIT.
006030     OPEN I-O AUDIT-FILE.
006032     MOVE ER-AUDIT-FILE-STATUS TO ER-IO-STATUS.
006035     MOVE "NAMEAUD" TO ER-IO-FILE.
006037     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
006040     IF ER-AUDIT-FILE-STATUS = "35"
006050         GO TO 3400-ERASE-AUDIT-EXIT
006060     END-IF.
006070     MOVE "N" TO ER-FILE-EOF-SW.
006080     MOVE ZERO TO ER-RECORD-NUMBER.
006090     MOVE "NAMEAUD" TO ER-LOG-FILE-NAME.
006100     PERFORM 3410-ERASE-ONE-AUDIT THRU 3410-ERASE-ONE-AUDIT-EXIT
006110         UNTIL ER-FILE-EOF.
006120     CLOSE AUDIT-FILE.
006130 3400-ERASE-AUDIT-EXIT.
006140     EXIT.
006150*
006160 3410-ERASE-ONE-AUDIT.
006170     READ AUDIT-FILE
006180         AT END
006190             MOVE "Y" TO ER-FILE-EOF-SW
006200     END-READ.
006202     MOVE ER-AUDIT-FILE-STATUS TO ER-IO-STATUS.
006205     MOVE "NAMEAUD" TO ER-IO-FILE.
006207     PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT.
006210     IF ER-FILE-EOF
006220         GO TO 3410-ERASE-ONE-AUDIT-EXIT
006230     END-IF.
006240     ADD 1 TO ER-RECORD-NUMBER.
006250     MOVE AU-AUDIT-RECORD TO ER-AUDIT-WORK.
006260     PERFORM 6200-MASK-AUDIT-WORK THRU 6200-MASK-AUDIT-WORK-EXIT.
006270     IF ER-TOUCHED
006280         MOVE ER-AUDIT-WORK TO AU-AUDIT-RECORD
006290         REWRITE AU-AUDIT-RECORD
006300         PERFORM 7000-LOG-TOUCHED THRU 7000-LOG-TOUCHED-EXIT
006310     END-IF.
006320 3410-ERASE-ONE-AUDIT-EXIT.
006330     EXIT.
006340*
006350*--------------------------------------------------------------*
006360* 4000-ERASE-ARCHIVES - MASK WHICHEVER ARCHIVE GENERATION THE  *
006370* STEP WAS GIVEN.  A STEP WITH NO ARCHIVE FILE AT ALL ENDS     *
006380* RC=4 SO THE MISSING DD IS NOTICED.                           *
006390*--------------------------------------------------------------*
006400 4000-ERASE-ARCHIVES.
006410     OPEN EXTEND ERASURE-LOG-FILE.
006420     PERFORM 4100-ERASE-MASTER-HISTORY
006430         THRU 4100-ERASE-MASTER-HISTORY-EXIT.
006440     PERFORM 4200-ERASE-ADDRESS-HISTORY
006450         THRU 4200-ERASE-ADDRESS-HISTORY-EXIT.
006460     PERFORM 4300-ERASE-AUDIT-ARCHIVE
006470         THRU 4300-ERASE-AUDIT-ARCHIVE-EXIT.
006480     CLOSE ERASURE-LOG-FILE.
006490     IF NOT ER-ARCHIVE-SEEN
006500         DISPLAY "NAMEERAS - NO NAMEAUDA, NAMEMSTH, OR NAMEADRH"
006510             " FILE ON THIS STEP"
006520         MOVE 4 TO RETURN-CODE
006530     END-IF.
006540 4000-ERASE-ARCHIVES-EXIT.
006550     EXIT.
006560*
006570 4100-ERASE-MASTER-HISTORY.
006580     OPEN I-O MASTER-HISTORY-FILE.
006582     MOVE ER-MSTH-FILE-STATUS TO ER-IO-STATUS.
006585     MOVE "NAMEMSTH" TO ER-IO-FILE.
006587     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
006590     IF ER-MSTH-FILE-STATUS = "35"
006600         GO TO 4100-ERASE-MASTER-HISTORY-EXIT
006610     END-IF.
006620     SET ER-ARCHIVE-SEEN TO TRUE.
006630     MOVE "N" TO ER-FILE-EOF-SW.
006640     MOVE ZERO TO ER-RECORD-NUMBER.
006650     PERFORM 4110-ERASE-ONE-MASTER-HIST
006660         THRU 4110-ERASE-ONE-MASTER-HIST-EXIT
006670         UNTIL ER-FILE-EOF.
006680     CLOSE MASTER-HISTORY-FILE.
006690 4100-ERASE-MASTER-HISTORY-EXIT.
006700     EXIT.
006710*
006720 4110-ERASE-ONE-MASTER-HIST.
006730     READ MASTER-HISTORY-FILE
006740         AT END
006750             MOVE "Y" TO ER-FILE-EOF-SW
006760     END-READ.
006762     MOVE ER-MSTH-FILE-STATUS TO ER-IO-STATUS.
006765     MOVE "NAMEMSTH" TO ER-IO-FILE.
006767     PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT.
006770     IF ER-FILE-EOF
006780         GO TO 4110-ERASE-ONE-MASTER-HIST-EXIT
006790     END-IF.
006800     ADD 1 TO ER-RECORD-NUMBER.
006810     IF NM-RECORD-KEY OF MH-HISTORY-RECORD NOT = ER-SUBJECT-KEY
006820         GO TO 4110-ERASE-ONE-MASTER-HIST-EXIT
006830     END-IF.
006840     MOVE MH-HISTORY-RECORD TO ER-MASTER-WORK.
006850     PERFORM 6000-MASK-MASTER-WORK
006860         THRU 6000-MASK-MASTER-WORK-EXIT.
006870     IF ER-TOUCHED
006880         MOVE ER-MASTER-WORK TO MH-HISTORY-RECORD
006890         REWRITE MH-HISTORY-RECORD
006900         MOVE "NAMEMSTH" TO ER-LOG-FILE-NAME
006910         MOVE NM-ENTRY-DATE OF ER-MASTER-WORK
006920             TO ER-LOG-RECORD-DATE
006930         MOVE "ARCHIVED MASTER" TO ER-LOG-DESCRIPTION
006940         PERFORM 7000-LOG-TOUCHED THRU 7000-LOG-TOUCHED-EXIT
006950     END-IF.
006960 4110-ERASE-ONE-MASTER-HIST-EXIT.
006970     EXIT.
006980*
006990 4200-ERASE-ADDRESS-HISTORY.
007000     OPEN I-O ADDRESS-HISTORY-FILE.
007002     MOVE ER-ADRH-FILE-STATUS TO ER-IO-STATUS.
007005     MOVE "NAMEADRH" TO ER-IO-FILE.
007007     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
007010     IF ER-ADRH-FILE-STATUS = "35"
007020         GO TO 4200-ERASE-ADDRESS-HISTORY-EXIT
007030     END-IF.
007040     SET ER-ARCHIVE-SEEN TO TRUE.
007050     MOVE "N" TO ER-FILE-EOF-SW.
007060     MOVE ZERO TO ER-RECORD-NUMBER.
007070     PERFORM 4210-ERASE-ONE-ADDRESS-HIST
007080         THRU 4210-ERASE-ONE-ADDRESS-HIST-EXIT
007090         UNTIL ER-FILE-EOF.
007100     CLOSE ADDRESS-HISTORY-FILE.
007110 4200-ERASE-ADDRESS-HISTORY-EXIT.
007120     EXIT.
007130*
007140 4210-ERASE-ONE-ADDRESS-HIST.
007150     READ ADDRESS-HISTORY-FILE
007160         AT END
007170             MOVE "Y" TO ER-FILE-EOF-SW
007180     END-READ.
007182     MOVE ER-ADRH-FILE-STATUS TO ER-IO-STATUS.
007185     MOVE "NAMEADRH" TO ER-IO-FILE.
007187     PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT.
007190     IF ER-FILE-EOF
007200         GO TO 4210-ERASE-ONE-ADDRESS-HIST-EXIT
007210     END-IF.
007220     ADD 1 TO ER-RECORD-NUMBER.
007230     IF AD-RECORD-KEY OF DH-HISTORY-RECORD NOT = ER-SUBJECT-KEY
007240         GO TO 4210-ERASE-ONE-ADDRESS-HIST-EXIT
007250     END-IF.
007260     MOVE DH-HISTORY-RECORD TO ER-ADDRESS-WORK.
007270     PERFORM 6100-MASK-ADDRESS-WORK
007280         THRU 6100-MASK-ADDRESS-WORK-EXIT.
007290     IF ER-TOUCHED
007300         MOVE ER-ADDRESS-WORK TO DH-HISTORY-RECORD
007310         REWRITE DH-HISTORY-RECORD
007320         MOVE "NAMEADRH" TO ER-LOG-FILE-NAME
007330         MOVE ZERO TO ER-LOG-RECORD-DATE
007340         MOVE "ARCHIVED ADDRESS" TO ER-LOG-DESCRIPTION
007350         PERFORM 7000-LOG-TOUCHED THRU 7000-LOG-TOUCHED-EXIT
007360     END-IF.
007370 4210-ERASE-ONE-ADDRESS-HIST-EXIT.
007380     EXIT.
007390*
007400 4300-ERASE-AUDIT-ARCHIVE.
007410     OPEN I-O AUDIT-ARCHIVE-FILE.
007412     MOVE ER-AUDA-FILE-STATUS TO ER-IO-STATUS.
007415     MOVE "NAMEAUDA" TO ER-IO-FILE.
007417     PERFORM 9100-CHECK-OPEN THRU 9100-CHECK-OPEN-EXIT.
007420     IF ER-AUDA-FILE-STATUS = "35"
007430         GO TO 4300-ERASE-AUDIT-ARCHIVE-EXIT
007440     END-IF.
007450     SET ER-ARCHIVE-SEEN TO TRUE.
007460     MOVE "N" TO ER-FILE-EOF-SW.
007470     MOVE ZERO TO ER-RECORD-NUMBER.
007480     MOVE "NAMEAUDA" TO ER-LOG-FILE-NAME.
007490     PERFORM 4310-ERASE-ONE-ARCHIVE
007500         THRU 4310-ERASE-ONE-ARCHIVE-EXIT
007510         UNTIL ER-FILE-EOF.
007520     CLOSE AUDIT-ARCHIVE-FILE.
007530 4300-ERASE-AUDIT-ARCHIVE-EXIT.
007540     EXIT.
007550*
007560 4310-ERASE-ONE-ARCHIVE.
007570     READ AUDIT-ARCHIVE-FILE
007580         AT END
007590             MOVE "Y" TO ER-FILE-EOF-SW
007600     END-READ.
007602     MOVE ER-AUDA-FILE-STATUS TO ER-IO-STATUS.
007605     MOVE "NAMEAUDA" TO ER-IO-FILE.
007607     PERFORM 9110-CHECK-READ THRU 9110-CHECK-READ-EXIT.
007610     IF ER-FILE-EOF
007620         GO TO 4310-ERASE-ONE-ARCHIVE-EXIT
007630     END-IF.
007640     ADD 1 TO ER-RECORD-NUMBER.
007650     MOVE AR-ARCHIVE-RECORD TO ER-AUDIT-WORK.
007660     PERFORM 6200-MASK-AUDIT-WORK THRU 6200-MASK-AUDIT-WORK-EXIT.
007670     IF ER-TOUCHED
007680         MOVE ER-AUDIT-WORK TO AR-ARCHIVE-RECORD
007690         REWRITE AR-ARCHIVE-RECORD
007700         PERFORM 7000-LOG-TOUCHED THRU 7000-LOG-TOUCHED-EXIT
007710     END-IF.
007720 4310-ERASE-ONE-ARCHIVE-EXIT.
007730     EXIT.
007740*
007750*--------------------------------------------------------------*
007760* 5000-PRINT-CERTIFICATE - ONE LINE PER RECORD MASKED, A       *
007770* SUBTOTAL PER FILE AND GENERATION, THE GRAND TOTAL, AND THE   *
007780* SIGN-OFF BLOCK.                                              *
007790*--------------------------------------------------------------*
007800 5000-PRINT-CERTIFICATE.
007810     PERFORM 1100-LOAD-SUBJECT THRU 1100-LOAD-SUBJECT-EXIT.
007820     OPEN INPUT ERASURE-LOG-FILE.
007830     READ ERASURE-LOG-FILE
007840         AT END
007850             MOVE "Y" TO ER-LOG-EOF-SW
007860     END-READ.
007870     OPEN OUTPUT CERTIFICATE-FILE.
007880     MOVE SPACES TO ER-REPORT-LINE.
007890     STRING "PERSONAL-DATA ERASURE CERTIFICATE - RUN DATE "
007900             DELIMITED BY SIZE
007910         ER-RUN-DATE DELIMITED BY SIZE
007920         INTO ER-REPORT-LINE.
007930     WRITE ER-REPORT-LINE.
007940     MOVE SPACES TO ER-REPORT-LINE.
007950     WRITE ER-REPORT-LINE.
007960     MOVE SPACES TO ER-REPORT-LINE.
007970     STRING "NM-RECORD-KEY ERASED . . . . . : " DELIMITED BY SIZE
007980         ER-SUBJECT-KEY DELIMITED BY SIZE
007990         INTO ER-REPORT-LINE.
008000     WRITE ER-REPORT-LINE.
008010     MOVE SPACES TO ER-REPORT-LINE.
008020     STRING "KEY FOUND ON . . . . . . . . . : " DELIMITED BY SIZE
008030         EL-FOUND-IN DELIMITED BY SIZE
008040         INTO ER-REPORT-LINE.
008050     WRITE ER-REPORT-LINE.
008060     MOVE SPACES TO ER-REPORT-LINE.
008070     WRITE ER-REPORT-LINE.
008080     MOVE
008090         "  FILE     GENERATN   REC NO  REC DATE  WHAT WAS MASKED"
008100         TO ER-REPORT-LINE.
008110     WRITE ER-REPORT-LINE.
008120     MOVE SPACES TO ER-REPORT-LINE.
008130     WRITE ER-REPORT-LINE.
008140     PERFORM 5100-PRINT-ONE-RECORD THRU 5100-PRINT-ONE-RECORD-EXIT
008150         UNTIL ER-LOG-EOF.
008160     CLOSE ERASURE-LOG-FILE.
008170     IF ER-BREAK-FILE NOT = SPACES
008180         PERFORM 5200-PRINT-SUBTOTAL THRU 5200-PRINT-SUBTOTAL-EXIT
008190     END-IF.
008200     MOVE SPACES TO ER-REPORT-LINE.
008210     WRITE ER-REPORT-LINE.
008220     IF ER-TOUCHED-COUNT = ZERO
008230         MOVE "NO RECORD NEEDED MASKING - KEY WAS ALREADY ERASED"
008240             TO ER-REPORT-LINE
008250         WRITE ER-REPORT-LINE
008260     END-IF.
008270     MOVE ER-TOUCHED-COUNT TO ER-EDIT-COUNT.
008280     MOVE SPACES TO ER-REPORT-LINE.
008290     STRING "TOTAL RECORDS MASKED . . . . . : " DELIMITED BY SIZE
008300         ER-EDIT-COUNT DELIMITED BY SIZE
008310         INTO ER-REPORT-LINE.
008320     WRITE ER-REPORT-LINE.
008330     PERFORM 5300-PRINT-SIGN-OFF THRU 5300-PRINT-SIGN-OFF-EXIT.
008340     CLOSE CERTIFICATE-FILE.
008350 5000-PRINT-CERTIFICATE-EXIT.
008360     EXIT.
008370*
008380 5100-PRINT-ONE-RECORD.
008390     READ ERASURE-LOG-FILE
008400         AT END
008410             MOVE "Y" TO ER-LOG-EOF-SW
008420     END-READ.
008430     IF ER-LOG-EOF
008440         GO TO 5100-PRINT-ONE-RECORD-EXIT
008450     END-IF.
008460     IF NOT EL-TOUCHED-RECORD
008470         GO TO 5100-PRINT-ONE-RECORD-EXIT
008480     END-IF.
008490     IF EL-FILE-NAME NOT = ER-BREAK-FILE
008500             OR EL-GENERATION NOT = ER-BREAK-GENERATION
008510         IF ER-BREAK-FILE NOT = SPACES
008520             PERFORM 5200-PRINT-SUBTOTAL
008530                 THRU 5200-PRINT-SUBTOTAL-EXIT
008540         END-IF
008550         MOVE EL-FILE-NAME TO ER-BREAK-FILE
008560         MOVE EL-GENERATION TO ER-BREAK-GENERATION
008570         MOVE ZERO TO ER-BREAK-COUNT
008580     END-IF.
008590     ADD 1 TO ER-BREAK-COUNT.
008600     ADD 1 TO ER-TOUCHED-COUNT.
008610     MOVE EL-FILE-NAME TO ER-DET-FILE.
008620     MOVE EL-GENERATION TO ER-DET-GENERATION.
008630     MOVE EL-RECORD-NUMBER TO ER-DET-RECORD-NUMBER.
008640     MOVE EL-RECORD-DATE TO ER-DET-RECORD-DATE.
008650     MOVE EL-DESCRIPTION TO ER-DET-DESCRIPTION.
008660     MOVE ER-DETAIL-LINE TO ER-REPORT-LINE.
008670     WRITE ER-REPORT-LINE.
008680 5100-PRINT-ONE-RECORD-EXIT.
008690     EXIT.
008700*
008710 5200-PRINT-SUBTOTAL.
008720     MOVE ER-BREAK-COUNT TO ER-EDIT-COUNT.
008730     MOVE SPACES TO ER-REPORT-LINE.
008740     STRING "    RECORDS MASKED ON " DELIMITED BY SIZE
008750         ER-BREAK-FILE DELIMITED BY SPACE
008760         " " DELIMITED BY SIZE
008770         ER-BREAK-GENERATION DELIMITED BY SPACE
008780         " . . : " DELIMITED BY SIZE
008790         ER-EDIT-COUNT DELIMITED BY SIZE
008800         INTO ER-REPORT-LINE.
008810     WRITE ER-REPORT-LINE.
008820     MOVE SPACES TO ER-REPORT-LINE.
008830     WRITE ER-REPORT-LINE.
008840 5200-PRINT-SUBTOTAL-EXIT.
008850     EXIT.
008860*
008870*--------------------------------------------------------------*
008880* 5300-PRINT-SIGN-OFF - WHAT WAS DONE, AND THE LINES THE       *
008890* OPERATOR AND THE SUPERVISOR SIGN BEFORE THE CERTIFICATE IS   *
008900* FILED WITH THE PERSON'S REQUEST.                             *
008910*--------------------------------------------------------------*
008920 5300-PRINT-SIGN-OFF.
008930     MOVE SPACES TO ER-REPORT-LINE.
008940     WRITE ER-REPORT-LINE.
008950     MOVE "THE NAME, ADDRESS, AND PHONE ON EVERY RECORD LISTED"
008960         TO ER-REPORT-LINE.
008970     WRITE ER-REPORT-LINE.
008980     MOVE "ABOVE HAVE BEEN MASKED. RECORD KEYS, DATES, STATUSES,"
008990         TO ER-REPORT-LINE.
009000     WRITE ER-REPORT-LINE.
009010     MOVE "AND RECORD COUNTS ARE UNCHANGED. THE PERSON IS FLAGGED"
009020         TO ER-REPORT-LINE.
009030     WRITE ER-REPORT-LINE.
009040     MOVE "AS ERASED AND WILL NOT BE SENT TO HR/CRM AGAIN."
009050         TO ER-REPORT-LINE.
009060     WRITE ER-REPORT-LINE.
009070     MOVE SPACES TO ER-REPORT-LINE.
009080     WRITE ER-REPORT-LINE.
009090     MOVE SPACES TO ER-REPORT-LINE.
009100     WRITE ER-REPORT-LINE.
009110     MOVE "ERASURE RUN BY  . . : ________________  DATE ______"
009120         TO ER-REPORT-LINE.
009130     WRITE ER-REPORT-LINE.
009140     MOVE SPACES TO ER-REPORT-LINE.
009150     WRITE ER-REPORT-LINE.
009160     MOVE "SUPERVISOR SIGN-OFF : ________________  DATE ______"
009170         TO ER-REPORT-LINE.
009180     WRITE ER-REPORT-LINE.
009190 5300-PRINT-SIGN-OFF-EXIT.
009200     EXIT.
009210*
009220*--------------------------------------------------------------*
009230* 6000-MASK-MASTER-WORK - MASK THE NAME IN ER-MASTER-WORK AND  *
009240* SET NM-ERASED-DATE.  ER-TOUCHED IS LEFT OFF WHEN THE RECORD  *
009250* WAS ALREADY FULLY MASKED.                                    *
009260*--------------------------------------------------------------*
009270 6000-MASK-MASTER-WORK.
009280     MOVE "N" TO ER-TOUCHED-SW.
009290     IF PN-NAME-ERASED OF ER-MASTER-WORK
009300             AND PN-FIRST-NAME OF ER-MASTER-WORK = SPACES
009310             AND PN-MIDDLE-NAME OF ER-MASTER-WORK = SPACES
009320             AND PN-SUFFIX OF ER-MASTER-WORK = SPACES
009330             AND NM-ERASED-DATE OF ER-MASTER-WORK NOT = ZERO
009340         GO TO 6000-MASK-MASTER-WORK-EXIT
009350     END-IF.
009360     SET PN-NAME-ERASED OF ER-MASTER-WORK TO TRUE.
009370     MOVE SPACES TO PN-FIRST-NAME OF ER-MASTER-WORK.
009380     MOVE SPACES TO PN-MIDDLE-NAME OF ER-MASTER-WORK.
009390     MOVE SPACES TO PN-SUFFIX OF ER-MASTER-WORK.
009400     IF NM-ERASED-DATE OF ER-MASTER-WORK = ZERO
009410         MOVE ER-RUN-DATE TO NM-ERASED-DATE OF ER-MASTER-WORK
009420     END-IF.
009430     SET ER-TOUCHED TO TRUE.
009440 6000-MASK-MASTER-WORK-EXIT.
009450     EXIT.
009460*
009470*--------------------------------------------------------------*
009480* 6100-MASK-ADDRESS-WORK - MASK THE ADDRESS AND PHONE IN       *
009490* ER-ADDRESS-WORK, KEEPING THE KEY.                            *
009500*--------------------------------------------------------------*
009510 6100-MASK-ADDRESS-WORK.
009520     MOVE "N" TO ER-TOUCHED-SW.
009530     IF AD-STREET-ADDRESS OF ER-ADDRESS-WORK = ER-MASK-VALUE
009540             AND AD-CITY OF ER-ADDRESS-WORK = SPACES
009550             AND AD-STATE OF ER-ADDRESS-WORK = SPACES
009560             AND AD-POSTAL-CODE OF ER-ADDRESS-WORK = SPACES
009570             AND AD-PHONE OF ER-ADDRESS-WORK = SPACES
009580         GO TO 6100-MASK-ADDRESS-WORK-EXIT
009590     END-IF.
009600     MOVE ER-MASK-VALUE TO AD-STREET-ADDRESS OF ER-ADDRESS-WORK.
009610     MOVE SPACES TO AD-CITY OF ER-ADDRESS-WORK.
009620     MOVE SPACES TO AD-STATE OF ER-ADDRESS-WORK.
009630     MOVE SPACES TO AD-POSTAL-CODE OF ER-ADDRESS-WORK.
009640     MOVE SPACES TO AD-PHONE OF ER-ADDRESS-WORK.
009650     SET ER-TOUCHED TO TRUE.
009660 6100-MASK-ADDRESS-WORK-EXIT.
009670     EXIT.
009680*
009690*--------------------------------------------------------------*
009700* 6200-MASK-AUDIT-WORK - AN AUDIT LINE IS THE PERSON'S WHEN IT *
009710* CARRIES THE KEY, OR - FOR A LINE WRITTEN WITHOUT ONE (A      *
009720* REJECTED ENTRY, OR ONE LOGGED BEFORE AU-RECORD-KEY WAS       *
009730* CARRIED) - WHEN IT CARRIES THE SUBJECT'S LAST AND FIRST      *
009740* NAME.  MASK ITS NAME AND SET UP THE LOG DESCRIPTION.         *
009750*--------------------------------------------------------------*
009760 6200-MASK-AUDIT-WORK.
009770     MOVE "N" TO ER-TOUCHED-SW.
009780     MOVE "N" TO ER-BY-NAME-SW.
009790     IF AU-RECORD-KEY OF ER-AUDIT-WORK NOT = ER-SUBJECT-KEY
009800         IF AU-RECORD-KEY OF ER-AUDIT-WORK = ZERO
009810                 AND ER-SUBJECT-LAST NOT = SPACES
009820                 AND PN-LAST-NAME OF ER-AUDIT-WORK
009830                     = ER-SUBJECT-LAST
009840                 AND PN-FIRST-NAME OF ER-AUDIT-WORK
009850                     = ER-SUBJECT-FIRST
009860             SET ER-BY-NAME TO TRUE
009870         ELSE
009880             GO TO 6200-MASK-AUDIT-WORK-EXIT
009890         END-IF
009900     END-IF.
009910     IF PN-NAME-ERASED OF ER-AUDIT-WORK
009920             AND PN-FIRST-NAME OF ER-AUDIT-WORK = SPACES
009930             AND PN-MIDDLE-NAME OF ER-AUDIT-WORK = SPACES
009940             AND PN-SUFFIX OF ER-AUDIT-WORK = SPACES
009950         GO TO 6200-MASK-AUDIT-WORK-EXIT
009960     END-IF.
009970     SET PN-NAME-ERASED OF ER-AUDIT-WORK TO TRUE.
009980     MOVE SPACES TO PN-FIRST-NAME OF ER-AUDIT-WORK.
009990     MOVE SPACES TO PN-MIDDLE-NAME OF ER-AUDIT-WORK.
010000     MOVE SPACES TO PN-SUFFIX OF ER-AUDIT-WORK.
010010     SET ER-TOUCHED TO TRUE.
010020     MOVE AU-ENTRY-DATE OF ER-AUDIT-WORK TO ER-LOG-RECORD-DATE.
010030     MOVE SPACES TO ER-LOG-DESCRIPTION.
010040     IF ER-BY-NAME
010050         STRING "AUDIT LINE " DELIMITED BY SIZE
010060             AU-STATUS OF ER-AUDIT-WORK DELIMITED BY SIZE
010070             " BY NAME" DELIMITED BY SIZE
010080             INTO ER-LOG-DESCRIPTION
010090     ELSE
010100         STRING "AUDIT LINE " DELIMITED BY SIZE
010110             AU-STATUS OF ER-AUDIT-WORK DELIMITED BY SIZE
010120             INTO ER-LOG-DESCRIPTION
010130     END-IF.
010140 6200-MASK-AUDIT-WORK-EXIT.
010150     EXIT.
010160*
010170*--------------------------------------------------------------*
010180* 7000-LOG-TOUCHED - APPEND ONE "T" RECORD TO THE ERASURE LOG  *
010190* FOR THE RECORD JUST MASKED.                                  *
010200*--------------------------------------------------------------*
010210 7000-LOG-TOUCHED.
010220     MOVE SPACES TO EL-LOG-RECORD.
010230     SET EL-TOUCHED-RECORD TO TRUE.
010240     MOVE ER-SUBJECT-KEY TO EL-RECORD-KEY.
010250     MOVE ER-LOG-FILE-NAME TO EL-FILE-NAME.
010260     IF ER-MODE-ARCH
010270         MOVE ER-GENERATION TO EL-GENERATION
010280     ELSE
010290         MOVE "LIVE" TO EL-GENERATION
010300     END-IF.
010310     MOVE ER-RECORD-NUMBER TO EL-RECORD-NUMBER.
010320     MOVE ER-LOG-RECORD-DATE TO EL-RECORD-DATE.
010330     MOVE ER-LOG-DESCRIPTION TO EL-DESCRIPTION.
010340     MOVE ER-RUN-DATE TO EL-ERASED-DATE.
010350     WRITE EL-LOG-RECORD.
010360     ADD 1 TO ER-TOUCHED-COUNT.
010370 7000-LOG-TOUCHED-EXIT.
010380     EXIT.
010390*
010400*--------------------------------------------------------------*
010410* 8100-WRITE-HISTORY-RECORD - APPEND THE "E" RECORD FOR THE    *
010420* MASTER JUST MASKED.  BOTH IMAGES CARRY THE MASKED NAME AND   *
010430* THE UNCHANGED STATUS, SO NAMEFRCV CAN MASK A RESTORED COPY   *
010440* OF THE RECORD AND SET ITS NM-ERASED-DATE.                    *
010450*--------------------------------------------------------------*
010460 8100-WRITE-HISTORY-RECORD.
010470     OPEN EXTEND HISTORY-FILE.
010480     IF ER-HISTORY-FILE-STATUS = "35"
010490         OPEN OUTPUT HISTORY-FILE
010500     END-IF.
010510     MOVE SPACES TO HS-HISTORY-RECORD.
010520     MOVE ER-SUBJECT-KEY TO HS-RECORD-KEY.
010530     MOVE ER-RUN-DATE TO HS-CHANGE-DATE.
010540     MOVE ER-RUN-TIME TO HS-CHANGE-TIME.
010550     MOVE ER-OPERATOR-ID TO HS-OPERATOR-ID.
010560     SET HS-ACTION-ERASED TO TRUE.
010570     SET PN-NAME-ERASED OF HS-BEFORE-IMAGE TO TRUE.
010580     MOVE ER-SAVE-STATUS TO HS-BEFORE-STATUS.
010590     MOVE ER-SAVE-STAT-DATE TO HS-BEFORE-STAT-DATE.
010600     SET PN-NAME-ERASED OF HS-AFTER-IMAGE TO TRUE.
010610     MOVE ER-SAVE-STATUS TO HS-AFTER-STATUS.
010620     MOVE ER-SAVE-STAT-DATE TO HS-AFTER-STAT-DATE.
010630     MOVE ER-SAVE-MERGED-TO TO HS-AFTER-MERGED-TO.
010640     WRITE HS-HISTORY-RECORD.
010650     CLOSE HISTORY-FILE.
010660 8100-WRITE-HISTORY-RECORD-EXIT.
010670     EXIT.
010680*
010690*--------------------------------------------------------------*
010700* 9100-CHECK-OPEN / 9110-CHECK-READ - A FILE THAT IS NOT ON    *
010710* HAND (35) HOLDS NOTHING TO MASK, AND END OF FILE (10) OR A   *
010720* KEY NOT FOUND (23) IS AN ORDINARY ANSWER.  ANY OTHER STATUS  *
010730* MEANS THE FILE COULD NOT BE READ, AND AN ERASURE THAT        *
010740* SKIPPED IT WOULD BE CERTIFIED INCOMPLETE - STOP RC=16.       *
010750*--------------------------------------------------------------*
010760 9100-CHECK-OPEN.
010770     IF ER-IO-STATUS NOT = "00" AND ER-IO-STATUS NOT = "35"
010780         DISPLAY "*** NAMEERAS ABEND - " ER-IO-FILE
010790             " OPEN FAILED, FILE STATUS " ER-IO-STATUS " ***"
010800         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
010810     END-IF.
010820 9100-CHECK-OPEN-EXIT.
010830     EXIT.
010840*
010850 9110-CHECK-READ.
010860     IF ER-IO-STATUS NOT = "00" AND ER-IO-STATUS NOT = "10"
010870             AND ER-IO-STATUS NOT = "23"
010880         DISPLAY "*** NAMEERAS ABEND - " ER-IO-FILE
010890             " READ FAILED, FILE STATUS " ER-IO-STATUS " ***"
010900         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
010910     END-IF.
010920 9110-CHECK-READ-EXIT.
010930     EXIT.
010940*
010950*--------------------------------------------------------------*
010960* 9999-ABEND - STOP WITH A NON-ZERO RETURN CODE SO THE LATER   *
010970* STEPS ARE BYPASSED.  THE CALLER HAS ALREADY DISPLAYED THE    *
010980* REASON.                                                      *
010990*--------------------------------------------------------------*
011000 9999-ABEND.
011010     MOVE 16 TO RETURN-CODE.
011020     STOP RUN.
011030 9999-ABEND-EXIT.
011040     EXIT.
011050 END PROGRAM NAMEERAS.
