000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMEHRIN.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMEHRIN IS THE NIGHTLY INBOUND HALF OF THE HR/CRM FEED.     *
000180* WHEN A PERSON'S NAME CHANGES ON THE HR/CRM SIDE (MARRIAGE,   *
000190* LEGAL NAME CHANGE, A CORRECTION THE PERSON MADE THEMSELVES)  *
000200* THEY SEND ONE NAMEHRCF RECORD CARRYING OUR NM-RECORD-KEY AND *
000210* THE FULL NAME AS THEY NOW HOLD IT. UNTIL NOW A CLERK RETYPED *
000220* THESE FROM A PRINTOUT. EACH CHANGE IS RUN THROUGH THE SAME   *
000230* NAMEEDIT EDIT AND NAMESTD STANDARDIZATION EVERY OTHER ENTRY  *
000240* PATH USES, REWRITTEN ONTO THE MASTER, AND LOGGED TO NAMEAUD  *
000250* AND NAMEHIST UNDER OPERATOR NAMEHRIN AND INTAKE SOURCE       *
000260* HRCRM, THE SAME WAY A NAMEMAIN CORRECTION IS LOGGED.         *
000270*                                                              *
000280* A CHANGE IS NOT APPLIED, BUT LISTED ON THE CONFLICT REPORT   *
000290* FOR A CLERK TO SETTLE WITH HR/CRM, WHEN:                     *
000300*   - THE KEY IS NOT ON THE MASTER,                            *
000310*   - THE RECORD IS INACTIVE OR HAS BEEN MERGED AWAY,          *
000320*   - THE RECORD HAS NEVER BEEN SENT ON THE NAMEXTR FEED, OR   *
000330*   - THE RECORD WAS CHANGED HERE (NM-CHANGE-DATE OR           *
000340*     NM-STATUS-DATE) SINCE NAMEXTR LAST SENT IT               *
000350*     (NM-EXTRACT-DATE), SO HR/CRM HAS NOT SEEN OUR VERSION.   *
000360* A CHANGE THAT FAILS THE FIELD EDITS IS LISTED THE SAME WAY.  *
000370* A CHANGE THAT ALREADY MATCHES THE MASTER IS COUNTED BUT NOT  *
000380* REWRITTEN.  AN APPLIED CHANGE DOES NOT STAMP NM-CHANGE-DATE, *
000390* SO IT IS NOT SENT STRAIGHT BACK TO HR/CRM ON TONIGHT'S FEED. *
000400*                                                              *
000410* RUN NIGHTLY BEFORE NAMEXTR.  A MISSING CHANGE FILE MEANS NO  *
000420* CHANGES WERE SENT AND IS NOT AN ERROR.                       *
000421*                                                              *
000422* THE RUN MARKS A BATCH JOB IN PROGRESS ON THE NAMESYSC SYSTEM *
000423* STATUS (VIA NAMESYSV) BEFORE IT APPLIES ANYTHING, SO         *
000424* NAMEMAIN, OBTAININPUT, AND NAMESUSR REFUSE UPDATES UNTIL IT  *
000425* ENDS NORMALLY.  IF ANOTHER JOB ALREADY HOLDS THE STATUS,     *
000426* NOTHING IS APPLIED AND THE RUN ENDS RC=16.                   *
000430*--------------------------------------------------------------*
000440* MODIFICATION HISTORY                                        *
000450*--------------------------------------------------------------*
000460* DATE       INIT  DESCRIPTION                                 *
000470* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000472* 2026-10-15 SV    NEVER APPLY A CHANGE TO A RECORD WHOSE      *
000474*                  PERSONAL DATA HAS BEEN ERASED - REPORT IT   *
000476*                  AS A CONFLICT INSTEAD.                      *
000477* 2026-10-15 SV    HOLD THE NAMESYSC BATCH-IN-PROGRESS STATUS  *
000478*                  FOR THE RUN, AND STOP RC=16 IF ANOTHER JOB  *
000479*                  ALREADY HOLDS IT.                           *
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
000580         FILE STATUS IS HI-MASTER-FILE-STATUS.
000590     SELECT HR-CHANGE-FILE ASSIGN TO "NAMEHRCF"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS HI-CHANGE-FILE-STATUS.
000620     SELECT AUDIT-FILE ASSIGN TO "NAMEAUD"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS HI-AUDIT-FILE-STATUS.
000650     SELECT HISTORY-FILE ASSIGN TO "NAMEHIST"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS HI-HISTORY-FILE-STATUS.
000680     SELECT CONFLICT-REPORT-FILE ASSIGN TO "NAMEHRCR"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT RUN-CONTROL-FILE ASSIGN TO "NAMERUNC"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS HI-RUNCTL-FILE-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760*--------------------------------------------------------------*
000770* NAME-MASTER-FILE - OPENED I-O SO EACH CHANGE CAN BE          *
000780* REWRITTEN IN PLACE.                                          *
000790*--------------------------------------------------------------*
000800 FD  NAME-MASTER-FILE.
000810 01  NM-MASTER-RECORD.
000820     COPY NAMEMSTR.
000830*
000840*--------------------------------------------------------------*
000850* HR-CHANGE-FILE - ONE RECORD PER NAME CHANGED ON HR/CRM.      *
000860*--------------------------------------------------------------*
000870 FD  HR-CHANGE-FILE.
000880 01  HC-CHANGE-RECORD.
000890     COPY NAMEHRCF.
000900*
000910*--------------------------------------------------------------*
000920* AUDIT-FILE - ONE RECORD APPENDED FOR EVERY CHANGE APPLIED,   *
000930* THE SAME WAY NAMEMAIN LOGS ITS MAINTENANCE.                  *
000940*--------------------------------------------------------------*
000950 FD  AUDIT-FILE
000960     RECORDING MODE IS F.
000970 01  AU-AUDIT-RECORD.
000980     COPY NAMEAUD.
000990*
001000*--------------------------------------------------------------*
001010* HISTORY-FILE - ONE BEFORE-AND-AFTER IMAGE APPENDED FOR EVERY *
001020* CHANGE APPLIED, THE SAME WAY NAMEMAIN LOGS ITS MAINTENANCE.  *
001030*--------------------------------------------------------------*
001040 FD  HISTORY-FILE
001050     RECORDING MODE IS F.
001060 01  HS-HISTORY-RECORD.
001070     COPY NAMEHIST.
001080*
001090*--------------------------------------------------------------*
001100* CONFLICT-REPORT-FILE - THE CHANGES NOT APPLIED, FOR A CLERK  *
001110* TO SETTLE WITH HR/CRM.                                       *
001120*--------------------------------------------------------------*
001130 FD  CONFLICT-REPORT-FILE.
001140 01  HI-REPORT-LINE              PIC X(80).
001150*
001160*--------------------------------------------------------------*
001170* RUN-CONTROL-FILE - ONE RECORD APPENDED AT END OF JOB WITH    *
001180* THE CHANGE COUNTS.                                           *
001190*--------------------------------------------------------------*
001200 FD  RUN-CONTROL-FILE
001210     RECORDING MODE IS F.
001220 01  RN-RUN-RECORD.
001230     COPY RUNCTREC.
001240*
001250 WORKING-STORAGE SECTION.
001260 77  HI-MASTER-FILE-STATUS       PIC X(02).
001270 77  HI-CHANGE-FILE-STATUS       PIC X(02).
001280 77  HI-AUDIT-FILE-STATUS        PIC X(02).
001290 77  HI-HISTORY-FILE-STATUS      PIC X(02).
001300 77  HI-RUNCTL-FILE-STATUS       PIC X(02).
001310 77  HI-RUN-DATE                 PIC 9(08).
001320 77  HI-RUN-TIME                 PIC 9(06).
001330 77  HI-CHANGE-EOF-SW            PIC X(01) VALUE "N".
001340     88  HI-CHANGE-EOF                       VALUE "Y".
001350 77  HI-EDIT-VALID-SW            PIC X(01).
001360     88  HI-EDIT-VALID                       VALUE "Y".
001370     88  HI-EDIT-INVALID                     VALUE "N".
001380 77  HI-EDIT-FIELD               PIC X(20).
001390 77  HI-REASON                   PIC X(30).
001400 77  HI-OPERATOR-ID              PIC X(08) VALUE "NAMEHRIN".
001410 77  HI-INTAKE-SOURCE            PIC X(08) VALUE "HRCRM".
001420 77  HI-READ-COUNT               PIC 9(07) VALUE ZERO.
001430 77  HI-APPLIED-COUNT            PIC 9(07) VALUE ZERO.
001440 77  HI-CONFLICT-COUNT           PIC 9(07) VALUE ZERO.
001450 77  HI-REJECT-COUNT             PIC 9(07) VALUE ZERO.
001460 77  HI-CURRENT-COUNT            PIC 9(07) VALUE ZERO.
001470 77  HI-EDIT-COUNT               PIC ZZZZZZ9.
001472 77  HI-BATCH-SET-SW             PIC X(01) VALUE "N".
001474     88  HI-BATCH-SET                        VALUE "Y".
001480*
001490*--------------------------------------------------------------*
001500* HI-NEW-NAME - THE HR/CRM NAME AFTER EDIT AND                 *
001510* STANDARDIZATION, COMPARED WITH AND THEN MOVED OVER NM-       *
001520* PERSON-NAME.                                                 *
001530*--------------------------------------------------------------*
001540 01  HI-NEW-NAME.
001550     COPY PERSONREC.
001560*
001570*--------------------------------------------------------------*
001580* BEFORE IMAGE FOR THE HISTORY RECORD - SNAPPED BY 8050.       *
001590*--------------------------------------------------------------*
001600 77  HI-BEFORE-STATUS            PIC X(01).
001610 77  HI-BEFORE-STAT-DATE         PIC 9(08).
001620 01  HI-BEFORE-NAME.
001630     COPY PERSONREC.
001640*
001642 01  HI-STATUS-PARMS.
001644     COPY NAMESYSP.
001646*
001650 PROCEDURE DIVISION.
001660*--------------------------------------------------------------*
001670* 0000-MAINLINE                                                *
001680*--------------------------------------------------------------*
001690 0000-MAINLINE.
001700     ACCEPT HI-RUN-DATE FROM DATE YYYYMMDD.
001710     OPEN OUTPUT CONFLICT-REPORT-FILE.
001720     PERFORM 1000-WRITE-HEADINGS THRU 1000-WRITE-HEADINGS-EXIT.
001730     OPEN I-O NAME-MASTER-FILE.
001740     IF HI-MASTER-FILE-STATUS = "35"
001750         MOVE SPACES TO HI-REPORT-LINE
001760         MOVE "*** NO NAME-MASTER FILE - NOTHING TO APPLY ***"
001770             TO HI-REPORT-LINE
001780         WRITE HI-REPORT-LINE
001790     ELSE
001792         PERFORM 1100-SET-BATCH-STATUS
001794             THRU 1100-SET-BATCH-STATUS-EXIT
001800         PERFORM 2000-APPLY-CHANGES THRU 2000-APPLY-CHANGES-EXIT
001810         CLOSE NAME-MASTER-FILE
001820     END-IF.
001830     PERFORM 4000-WRITE-TOTALS THRU 4000-WRITE-TOTALS-EXIT.
001840     CLOSE CONFLICT-REPORT-FILE.
001850     PERFORM 8500-WRITE-RUN-RECORD
001860         THRU 8500-WRITE-RUN-RECORD-EXIT.
001862     IF HI-BATCH-SET
001864         SET SP-END-BATCH TO TRUE
001866         MOVE HI-OPERATOR-ID TO SP-REQUESTED-BY
001868         CALL "NAMESYSV" USING HI-STATUS-PARMS
001869     END-IF.
001870     DISPLAY "NAMEHRIN COMPLETE - APPLIED: " HI-APPLIED-COUNT
001880         " CONFLICTS: " HI-CONFLICT-COUNT
001890         " REJECTED: " HI-REJECT-COUNT.
001900     STOP RUN.
001910*
001920*--------------------------------------------------------------*
001930* 1000-WRITE-HEADINGS                                          *
001940*--------------------------------------------------------------*
001950 1000-WRITE-HEADINGS.
001960     MOVE SPACES TO HI-REPORT-LINE.
001970     STRING "HR/CRM NAME-CHANGE CONFLICT REPORT - RUN DATE "
001980             DELIMITED BY SIZE
001990         HI-RUN-DATE DELIMITED BY SIZE
002000         INTO HI-REPORT-LINE.
002010     WRITE HI-REPORT-LINE.
002020     MOVE SPACES TO HI-REPORT-LINE.
002030     WRITE HI-REPORT-LINE.
002040     MOVE
002050     "  KEY     HR DATE  HR/CRM LAST NAME     REASON NOT APPLIED"
002060         TO HI-REPORT-LINE.
002070     WRITE HI-REPORT-LINE.
002080     MOVE SPACES TO HI-REPORT-LINE.
002090     WRITE HI-REPORT-LINE.
002100 1000-WRITE-HEADINGS-EXIT.
002110     EXIT.
002120*
002130*--------------------------------------------------------------*
002140* 1100-SET-BATCH-STATUS - CLOSE ONLINE UPDATES FOR THE RUN.    *
002150* A STATUS ALREADY SET BY THIS JOB IS ITS OWN ABENDED RUN      *
002160* BEING RERUN, AND THE RUN GOES ON.  ONE SET BY ANY OTHER JOB  *
002170* MEANS THAT JOB IS RUNNING OR DIED MID-UPDATE - NOTHING IS    *
002180* APPLIED, THE STATUS IS LEFT AS IT WAS, AND THE RUN ENDS      *
002190* RC=16.  THE CHANGE FILE IS NOT TOUCHED, SO THE SAME CHANGES  *
002200* ARE APPLIED WHEN THE JOB IS RERUN.                           *
002210*--------------------------------------------------------------*
002220 1100-SET-BATCH-STATUS.
002230     SET SP-SET-BATCH TO TRUE.
002240     MOVE HI-OPERATOR-ID TO SP-REQUESTED-BY.
002250     CALL "NAMESYSV" USING HI-STATUS-PARMS.
002260     IF SP-ALREADY-SET AND SP-SET-BY NOT = HI-OPERATOR-ID
002270         MOVE SPACES TO HI-REPORT-LINE
002280         STRING "*** BATCH IN PROGRESS SET BY " DELIMITED BY
002290                 SIZE
002300             SP-SET-BY DELIMITED BY SIZE
002310             " SINCE " DELIMITED BY SIZE
002320             SP-SET-DATE DELIMITED BY SIZE
002330             " - NOTHING APPLIED ***" DELIMITED BY SIZE
002340             INTO HI-REPORT-LINE
002350         WRITE HI-REPORT-LINE
002360         DISPLAY "NAMEHRIN - BATCH IN PROGRESS ALREADY SET BY "
002370             SP-SET-BY " SINCE " SP-SET-DATE " " SP-SET-TIME
002380         CLOSE NAME-MASTER-FILE
002390         CLOSE CONFLICT-REPORT-FILE
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002430     SET HI-BATCH-SET TO TRUE.
002440 1100-SET-BATCH-STATUS-EXIT.
002450     EXIT.
002460*
002470*--------------------------------------------------------------*
002480* 2000-APPLY-CHANGES - READ THE HR/CRM CHANGE FILE AND APPLY   *
002490* OR REPORT EACH RECORD.  A MISSING FILE MEANS HR/CRM SENT NO  *
002500* CHANGES TONIGHT.                                             *
002510*--------------------------------------------------------------*
002520 2000-APPLY-CHANGES.
002530     OPEN INPUT HR-CHANGE-FILE.
002540     IF HI-CHANGE-FILE-STATUS = "35"
002550         MOVE SPACES TO HI-REPORT-LINE
002560         MOVE "*** NO HR/CRM CHANGE FILE RECEIVED ***"
002570             TO HI-REPORT-LINE
002580         WRITE HI-REPORT-LINE
002590     ELSE
002600         PERFORM 2100-APPLY-ONE-CHANGE
002610             THRU 2100-APPLY-ONE-CHANGE-EXIT
002620             UNTIL HI-CHANGE-EOF
002630         CLOSE HR-CHANGE-FILE
002640     END-IF.
002650 2000-APPLY-CHANGES-EXIT.
002660     EXIT.
002670*
002680*--------------------------------------------------------------*
002690* 2100-APPLY-ONE-CHANGE - READ THE NEXT CHANGE, FETCH ITS      *
002700* MASTER RECORD, AND EITHER REPORT IT (2200 CONFLICT, 2300     *
002710* EDIT FAILURE) OR REWRITE THE MASTER AND LOG THE CHANGE.      *
002720*--------------------------------------------------------------*
002730 2100-APPLY-ONE-CHANGE.
002740     READ HR-CHANGE-FILE
002750         AT END
002760             MOVE "Y" TO HI-CHANGE-EOF-SW
002770     END-READ.
002780     IF HI-CHANGE-EOF
002790         GO TO 2100-APPLY-ONE-CHANGE-EXIT
002800     END-IF.
002810     ADD 1 TO HI-READ-COUNT.
002820     MOVE SPACES TO HI-REASON.
002830     MOVE HC-RECORD-KEY TO NM-RECORD-KEY.
002840     READ NAME-MASTER-FILE
002850         INVALID KEY
002860             MOVE "KEY NOT ON NAME MASTER" TO HI-REASON
002870     END-READ.
002880     IF HI-REASON = SPACES
002890         PERFORM 2200-CHECK-CONFLICT THRU 2200-CHECK-CONFLICT-EXIT
002900     END-IF.
002910     IF HI-REASON NOT = SPACES
002920         ADD 1 TO HI-CONFLICT-COUNT
002930         PERFORM 3000-WRITE-EXCEPTION
002940             THRU 3000-WRITE-EXCEPTION-EXIT
002950         GO TO 2100-APPLY-ONE-CHANGE-EXIT
002960     END-IF.
002970     PERFORM 2300-EDIT-NEW-NAME THRU 2300-EDIT-NEW-NAME-EXIT.
002980     IF HI-REASON NOT = SPACES
002990         ADD 1 TO HI-REJECT-COUNT
003000         PERFORM 3000-WRITE-EXCEPTION
003010             THRU 3000-WRITE-EXCEPTION-EXIT
003020         GO TO 2100-APPLY-ONE-CHANGE-EXIT
003030     END-IF.
003040     IF HI-NEW-NAME = NM-PERSON-NAME
003050         ADD 1 TO HI-CURRENT-COUNT
003060         GO TO 2100-APPLY-ONE-CHANGE-EXIT
003070     END-IF.
003080     PERFORM 8050-SAVE-BEFORE-IMAGE
003090         THRU 8050-SAVE-BEFORE-IMAGE-EXIT.
003100     MOVE HI-NEW-NAME TO NM-PERSON-NAME.
003110     REWRITE NM-MASTER-RECORD
003120         INVALID KEY
003130             MOVE "MASTER REWRITE FAILED" TO HI-REASON
003140             ADD 1 TO HI-REJECT-COUNT
003150             PERFORM 3000-WRITE-EXCEPTION
003160                 THRU 3000-WRITE-EXCEPTION-EXIT
003170         NOT INVALID KEY
003180             ADD 1 TO HI-APPLIED-COUNT
003190             PERFORM 8000-WRITE-AUDIT-RECORD
003200                 THRU 8000-WRITE-AUDIT-RECORD-EXIT
003210             PERFORM 8100-WRITE-HISTORY-RECORD
003220                 THRU 8100-WRITE-HISTORY-RECORD-EXIT
003230     END-REWRITE.
003240 2100-APPLY-ONE-CHANGE-EXIT.
003250     EXIT.
003260*
003270*--------------------------------------------------------------*
003280* 2200-CHECK-CONFLICT - DECIDE WHETHER HR/CRM'S CHANGE CAN BE  *
003290* TAKEN AS IS.  NM-EXTRACT-DATE IS THE LAST NIGHT NAMEXTR SENT *
003300* THE RECORD; ANY LOCAL NAME CORRECTION OR STATUS CHANGE AFTER *
003310* THAT MEANS HR/CRM CHANGED A VERSION WE NO LONGER HOLD.  A    *
003320* RECORD LAST SENT BEFORE NM-EXTRACT-DATE WAS KEPT HAS A ZERO  *
003330* EXTRACT DATE BUT STILL SHOWS ITS ACKNOWLEDGMENT STATUS, SO   *
003340* IT IS NOT MISTAKEN FOR ONE NEVER SENT; ONLY A NAME           *
003350* CORRECTION CAN BE DATED AGAINST IT.  A RECORD WHOSE PERSONAL *
003360* DATA HAS BEEN ERASED IS NEVER UPDATED FROM HR/CRM.           *
003370*--------------------------------------------------------------*
003380 2200-CHECK-CONFLICT.
003390     IF NM-ERASED-DATE NOT = ZERO
003400         MOVE "PERSONAL DATA ERASED" TO HI-REASON
003410         GO TO 2200-CHECK-CONFLICT-EXIT
003420     END-IF.
003430     IF NM-STATUS-MERGED
003440         STRING "MERGED INTO KEY " DELIMITED BY SIZE
003450             NM-MERGED-TO-KEY DELIMITED BY SIZE
003460             INTO HI-REASON
003470         GO TO 2200-CHECK-CONFLICT-EXIT
003480     END-IF.
003490     IF NM-STATUS-INACTIVE
003500         MOVE "RECORD IS INACTIVE" TO HI-REASON
003510         GO TO 2200-CHECK-CONFLICT-EXIT
003520     END-IF.
003530     IF NM-EXTRACT-DATE = ZERO AND NM-ACK-NOT-EXTRACTED
003540         MOVE "NEVER SENT TO HR/CRM" TO HI-REASON
003550         GO TO 2200-CHECK-CONFLICT-EXIT
003560     END-IF.
003570     IF NM-CHANGE-DATE > NM-EXTRACT-DATE
003580         MOVE "CHANGED HERE SINCE LAST SENT" TO HI-REASON
003590         GO TO 2200-CHECK-CONFLICT-EXIT
003600     END-IF.
003610     IF NM-EXTRACT-DATE NOT = ZERO
003620             AND NM-STATUS-DATE > NM-EXTRACT-DATE
003630         MOVE "REINSTATED SINCE LAST SENT" TO HI-REASON
003640     END-IF.
003650 2200-CHECK-CONFLICT-EXIT.
003660     EXIT.
003670*
003680*--------------------------------------------------------------*
003690* 2300-EDIT-NEW-NAME - RUN EACH PART OF THE HR/CRM NAME        *
003700* THROUGH NAMEEDIT (LAST AND FIRST REQUIRED, MIDDLE AND SUFFIX *
003710* OPTIONAL) AND NAMESTD INTO HI-NEW-NAME.  THE FIRST BAD PART  *
003720* SETS HI-REASON AND STOPS THE EDIT.                           *
003730*--------------------------------------------------------------*
003740 2300-EDIT-NEW-NAME.
003750     MOVE SPACES TO HI-NEW-NAME.
003760     MOVE PN-LAST-NAME OF HC-CHANGE-RECORD TO HI-EDIT-FIELD.
003770     CALL "NAMEEDIT" USING HI-EDIT-FIELD "Y" HI-EDIT-VALID-SW.
003780     IF HI-EDIT-INVALID
003790         MOVE "INVALID LAST NAME" TO HI-REASON
003800         GO TO 2300-EDIT-NEW-NAME-EXIT
003810     END-IF.
003820     CALL "NAMESTD" USING HI-EDIT-FIELD.
003830     MOVE HI-EDIT-FIELD TO PN-LAST-NAME OF HI-NEW-NAME.
003840     MOVE PN-FIRST-NAME OF HC-CHANGE-RECORD TO HI-EDIT-FIELD.
003850     CALL "NAMEEDIT" USING HI-EDIT-FIELD "Y" HI-EDIT-VALID-SW.
003860     IF HI-EDIT-INVALID
003870         MOVE "INVALID FIRST NAME" TO HI-REASON
003880         GO TO 2300-EDIT-NEW-NAME-EXIT
003890     END-IF.
003900     CALL "NAMESTD" USING HI-EDIT-FIELD.
003910     MOVE HI-EDIT-FIELD TO PN-FIRST-NAME OF HI-NEW-NAME.
003920     MOVE PN-MIDDLE-NAME OF HC-CHANGE-RECORD TO HI-EDIT-FIELD.
003930     CALL "NAMEEDIT" USING HI-EDIT-FIELD "N" HI-EDIT-VALID-SW.
003940     IF HI-EDIT-INVALID
003950         MOVE "INVALID MIDDLE NAME" TO HI-REASON
003960         GO TO 2300-EDIT-NEW-NAME-EXIT
003970     END-IF.
003980     IF HI-EDIT-FIELD NOT = SPACES
003990         CALL "NAMESTD" USING HI-EDIT-FIELD
004000         MOVE HI-EDIT-FIELD TO PN-MIDDLE-NAME OF HI-NEW-NAME
004010     END-IF.
004020     MOVE PN-SUFFIX OF HC-CHANGE-RECORD TO HI-EDIT-FIELD.
004030     CALL "NAMEEDIT" USING HI-EDIT-FIELD "N" HI-EDIT-VALID-SW.
004040     IF HI-EDIT-INVALID
004050         MOVE "INVALID SUFFIX" TO HI-REASON
004060         GO TO 2300-EDIT-NEW-NAME-EXIT
004070     END-IF.
004080     IF HI-EDIT-FIELD NOT = SPACES
004090         CALL "NAMESTD" USING HI-EDIT-FIELD
004100         MOVE HI-EDIT-FIELD TO PN-SUFFIX OF HI-NEW-NAME
004110     END-IF.
004120 2300-EDIT-NEW-NAME-EXIT.
004130     EXIT.
004140*
004150*--------------------------------------------------------------*
004160* 3000-WRITE-EXCEPTION - ONE REPORT LINE FOR A CHANGE NOT      *
004170* APPLIED: THE KEY, THE HR/CRM CHANGE DATE AND LAST NAME, AND  *
004180* HI-REASON.                                                   *
004190*--------------------------------------------------------------*
004200 3000-WRITE-EXCEPTION.
004210     MOVE SPACES TO HI-REPORT-LINE.
004220     STRING "  " DELIMITED BY SIZE
004230         HC-RECORD-KEY DELIMITED BY SIZE
004240         " " DELIMITED BY SIZE
004250         HC-CHANGE-DATE DELIMITED BY SIZE
004260         " " DELIMITED BY SIZE
004270         PN-LAST-NAME OF HC-CHANGE-RECORD DELIMITED BY SIZE
004280         " " DELIMITED BY SIZE
004290         HI-REASON DELIMITED BY SIZE
004300         INTO HI-REPORT-LINE.
004310     WRITE HI-REPORT-LINE.
004320 3000-WRITE-EXCEPTION-EXIT.
004330     EXIT.
004340*
004350*--------------------------------------------------------------*
004360* 4000-WRITE-TOTALS                                            *
004370*--------------------------------------------------------------*
004380 4000-WRITE-TOTALS.
004390     MOVE SPACES TO HI-REPORT-LINE.
004400     WRITE HI-REPORT-LINE.
004410     MOVE HI-READ-COUNT TO HI-EDIT-COUNT.
004420     MOVE SPACES TO HI-REPORT-LINE.
004430     STRING "HR/CRM CHANGES READ. . . . . . . : " DELIMITED BY
004440             SIZE
004450         HI-EDIT-COUNT DELIMITED BY SIZE
004460         INTO HI-REPORT-LINE.
004470     WRITE HI-REPORT-LINE.
004480     MOVE HI-APPLIED-COUNT TO HI-EDIT-COUNT.
004490     MOVE SPACES TO HI-REPORT-LINE.
004500     STRING "CHANGES APPLIED TO MASTER. . . . : " DELIMITED BY
004510             SIZE
004520         HI-EDIT-COUNT DELIMITED BY SIZE
004530         INTO HI-REPORT-LINE.
004540     WRITE HI-REPORT-LINE.
004550     MOVE HI-CURRENT-COUNT TO HI-EDIT-COUNT.
004560     MOVE SPACES TO HI-REPORT-LINE.
004570     STRING "ALREADY CURRENT ON MASTER. . . . : " DELIMITED BY
004580             SIZE
004590         HI-EDIT-COUNT DELIMITED BY SIZE
004600         INTO HI-REPORT-LINE.
004610     WRITE HI-REPORT-LINE.
004620     MOVE HI-CONFLICT-COUNT TO HI-EDIT-COUNT.
004630     MOVE SPACES TO HI-REPORT-LINE.
004640     STRING "CONFLICTS NOT APPLIED. . . . . . : " DELIMITED BY
004650             SIZE
004660         HI-EDIT-COUNT DELIMITED BY SIZE
004670         INTO HI-REPORT-LINE.
004680     WRITE HI-REPORT-LINE.
004690     MOVE HI-REJECT-COUNT TO HI-EDIT-COUNT.
004700     MOVE SPACES TO HI-REPORT-LINE.
004710     STRING "FAILED EDITS NOT APPLIED . . . . : " DELIMITED BY
004720             SIZE
004730         HI-EDIT-COUNT DELIMITED BY SIZE
004740         INTO HI-REPORT-LINE.
004750     WRITE HI-REPORT-LINE.
004760 4000-WRITE-TOTALS-EXIT.
004770     EXIT.
004780*
004790*--------------------------------------------------------------*
004800* 8000-WRITE-AUDIT-RECORD - APPEND A "C" AUDIT RECORD FOR THE  *
004810* CHANGE JUST APPLIED, UNDER OPERATOR NAMEHRIN AND INTAKE      *
004820* SOURCE HRCRM.  A MISSING AUDIT FILE IS HANDLED THE SAME WAY  *
004830* NAMEMAIN HANDLES IT.                                         *
004840*--------------------------------------------------------------*
004850 8000-WRITE-AUDIT-RECORD.
004860     ACCEPT HI-RUN-TIME FROM TIME.
004870     OPEN EXTEND AUDIT-FILE.
004880     IF HI-AUDIT-FILE-STATUS = "35"
004890         OPEN OUTPUT AUDIT-FILE
004900     END-IF.
004910     MOVE HI-RUN-DATE TO AU-ENTRY-DATE OF AU-AUDIT-RECORD.
004920     MOVE HI-RUN-TIME TO AU-ENTRY-TIME OF AU-AUDIT-RECORD.
004930     MOVE HI-OPERATOR-ID TO AU-OPERATOR-ID OF AU-AUDIT-RECORD.
004940     MOVE PN-LAST-NAME OF NM-MASTER-RECORD
004950         TO PN-LAST-NAME OF AU-AUDIT-RECORD.
004960     MOVE PN-FIRST-NAME OF NM-MASTER-RECORD
004970         TO PN-FIRST-NAME OF AU-AUDIT-RECORD.
004980     MOVE PN-MIDDLE-NAME OF NM-MASTER-RECORD
004990         TO PN-MIDDLE-NAME OF AU-AUDIT-RECORD.
005000     MOVE PN-SUFFIX OF NM-MASTER-RECORD
005010         TO PN-SUFFIX OF AU-AUDIT-RECORD.
005020     SET AU-STATUS-CHANGED OF AU-AUDIT-RECORD TO TRUE.
005030     MOVE HI-INTAKE-SOURCE
005040         TO AU-INTAKE-SOURCE OF AU-AUDIT-RECORD.
005050     MOVE NM-RECORD-KEY TO AU-RECORD-KEY OF AU-AUDIT-RECORD.
005060     WRITE AU-AUDIT-RECORD.
005070     CLOSE AUDIT-FILE.
005080 8000-WRITE-AUDIT-RECORD-EXIT.
005090     EXIT.
005100*
005110*--------------------------------------------------------------*
005120* 8050-SAVE-BEFORE-IMAGE - SNAP THE NAME AND STATUS OF THE     *
005130* RECORD IN THE FD AREA BEFORE THE NEW NAME IS MOVED OVER IT.  *
005140*--------------------------------------------------------------*
005150 8050-SAVE-BEFORE-IMAGE.
005160     MOVE NM-PERSON-NAME TO HI-BEFORE-NAME.
005170     MOVE NM-RECORD-STATUS TO HI-BEFORE-STATUS.
005180     MOVE NM-STATUS-DATE TO HI-BEFORE-STAT-DATE.
005190 8050-SAVE-BEFORE-IMAGE-EXIT.
005200     EXIT.
005210*
005220*--------------------------------------------------------------*
005230* 8100-WRITE-HISTORY-RECORD - APPEND THE BEFORE-AND-AFTER      *
005240* IMAGE FOR THE CHANGE JUST APPLIED.  A MISSING HISTORY FILE   *
005250* IS HANDLED THE SAME WAY THE AUDIT FILE IS.                   *
005260*--------------------------------------------------------------*
005270 8100-WRITE-HISTORY-RECORD.
005280     OPEN EXTEND HISTORY-FILE.
005290     IF HI-HISTORY-FILE-STATUS = "35"
005300         OPEN OUTPUT HISTORY-FILE
005310     END-IF.
005320     MOVE NM-RECORD-KEY TO HS-RECORD-KEY.
005330     MOVE HI-RUN-DATE TO HS-CHANGE-DATE.
005340     MOVE HI-RUN-TIME TO HS-CHANGE-TIME.
005350     MOVE HI-OPERATOR-ID TO HS-OPERATOR-ID.
005360     SET HS-ACTION-CHANGED TO TRUE.
005370     MOVE PN-LAST-NAME OF HI-BEFORE-NAME
005380         TO PN-LAST-NAME OF HS-BEFORE-IMAGE.
005390     MOVE PN-FIRST-NAME OF HI-BEFORE-NAME
005400         TO PN-FIRST-NAME OF HS-BEFORE-IMAGE.
005410     MOVE PN-MIDDLE-NAME OF HI-BEFORE-NAME
005420         TO PN-MIDDLE-NAME OF HS-BEFORE-IMAGE.
005430     MOVE PN-SUFFIX OF HI-BEFORE-NAME
005440         TO PN-SUFFIX OF HS-BEFORE-IMAGE.
005450     MOVE HI-BEFORE-STATUS TO HS-BEFORE-STATUS.
005460     MOVE HI-BEFORE-STAT-DATE TO HS-BEFORE-STAT-DATE.
005470     MOVE PN-LAST-NAME OF NM-MASTER-RECORD
005480         TO PN-LAST-NAME OF HS-AFTER-IMAGE.
005490     MOVE PN-FIRST-NAME OF NM-MASTER-RECORD
005500         TO PN-FIRST-NAME OF HS-AFTER-IMAGE.
005510     MOVE PN-MIDDLE-NAME OF NM-MASTER-RECORD
005520         TO PN-MIDDLE-NAME OF HS-AFTER-IMAGE.
005530     MOVE PN-SUFFIX OF NM-MASTER-RECORD
005540         TO PN-SUFFIX OF HS-AFTER-IMAGE.
005550     MOVE NM-RECORD-STATUS TO HS-AFTER-STATUS.
005560     MOVE NM-STATUS-DATE TO HS-AFTER-STAT-DATE.
005570     MOVE NM-MERGED-TO-KEY TO HS-AFTER-MERGED-TO.
005580     WRITE HS-HISTORY-RECORD.
005590     CLOSE HISTORY-FILE.
005600 8100-WRITE-HISTORY-RECORD-EXIT.
005610     EXIT.
005620*
005630*--------------------------------------------------------------*
005640* 8500-WRITE-RUN-RECORD - APPEND THIS JOB'S RUN RECORD TO THE  *
005650* COMMON RUN-CONTROL FILE.  A MISSING FILE (FIRST NIGHT) IS    *
005660* HANDLED THE SAME WAY OBTAINBAT HANDLES IT.                   *
005670*--------------------------------------------------------------*
005680 8500-WRITE-RUN-RECORD.
005690     ACCEPT HI-RUN-TIME FROM TIME.
005700     OPEN EXTEND RUN-CONTROL-FILE.
005710     IF HI-RUNCTL-FILE-STATUS = "35"
005720         OPEN OUTPUT RUN-CONTROL-FILE
005730     END-IF.
005740     MOVE "NAMEHRIN" TO RN-JOB-NAME.
005750     MOVE HI-RUN-DATE TO RN-RUN-DATE.
005760     MOVE HI-RUN-TIME TO RN-RUN-TIME.
005770     MOVE HI-APPLIED-COUNT TO RN-COUNT-A.
005780     MOVE HI-CONFLICT-COUNT TO RN-COUNT-B.
005790     MOVE HI-REJECT-COUNT TO RN-COUNT-C.
005800     MOVE HI-CURRENT-COUNT TO RN-COUNT-D.
005810     MOVE HI-READ-COUNT TO RN-COUNT-E.
005820     WRITE RN-RUN-RECORD.
005830     CLOSE RUN-CONTROL-FILE.
005840 8500-WRITE-RUN-RECORD-EXIT.
005850     EXIT.
005860 END PROGRAM NAMEHRIN.
