000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMECONV.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMECONV IS THE ONE-TIME RECORD CONVERSION FOR THE FIELDS    *
000180* ADDED TO FOUR SHARED LAYOUTS.  EACH FIELD WAS ADDED TO THE   *
000190* END OF ITS RECORD, SO EVERY FILE WRITTEN BEFORE THE CHANGE   *
000200* HOLDS SHORT RECORDS THAT THE CHANGED PROGRAMS CANNOT OPEN.   *
000210* THIS PROGRAM COPIES ONE FILE FROM THE OLD LENGTH TO THE NEW, *
000220* CARRYING EVERY EXISTING BYTE ACROSS UNCHANGED AND ZEROING    *
000230* THE NEW FIELDS:                                              *
000240*                                                              *
000250*   PARM='MST'   NAMEMSTR  95 TO 119 BYTES - NM-CHANGE-DATE,   *
000260*                NM-EXTRACT-DATE, AND NM-ERASED-DATE ZERO.     *
000270*                USED FOR THE NAME-MASTER UNLOAD AND FOR EACH  *
000280*                NAMEMSTH HISTORY GENERATION.                  *
000290*   PARM='AUD'   NAMEAUD   86 TO 93 BYTES - AU-RECORD-KEY      *
000300*                ZERO.  USED FOR THE NAMEAUD LOG AND FOR EACH  *
000310*                NAMEAUDA ARCHIVE GENERATION.                  *
000320*   PARM='HIST'  NAMEHIST 158 TO 165 BYTES - HS-AFTER-         *
000330*                MERGED-TO ZERO.  USED FOR THE NAMEHIST CHANGE *
000340*                HISTORY.                                      *
000350*   PARM='OPRF'  NAMEOPRF  43 TO 57 BYTES - OP-LOCK-DATE AND   *
000360*                OP-LOCK-TIME ZERO.  USED FOR THE NAMEOPRF     *
000370*                OPERATOR PROFILE UNLOAD.                      *
000380*                                                              *
000390* THE NAMEADDR LAYOUT DID NOT CHANGE, SO THE ADDRESS FILE AND  *
000400* THE NAMEADRH GENERATIONS NEED NO CONVERSION.                 *
000410*                                                              *
000420* RUN THE NAMECONV JOB ONCE, BEFORE ANY OF THE CHANGED         *
000430* PROGRAMS GOES LIVE, WITH EVERY ONLINE AND BATCH UPDATER      *
000440* HELD.  A FILE ALREADY AT THE NEW LENGTH FAILS THE OPEN, SO   *
000450* A STEP RUN TWICE BY MISTAKE STOPS RC=16 WITHOUT WRITING.     *
000460* READ AND WRITTEN COUNTS MUST AGREE OR THE STEP ENDS RC=16.   *
000470*--------------------------------------------------------------*
000480* MODIFICATION HISTORY                                        *
000490*--------------------------------------------------------------*
000500* DATE       INIT  DESCRIPTION                                 *
000510* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000520*--------------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT OLD-MASTER-FILE ASSIGN TO "NAMEMSTI"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS CV-IN-FILE-STATUS.
000590     SELECT NEW-MASTER-FILE ASSIGN TO "NAMEMSTO"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS CV-OUT-FILE-STATUS.
000620     SELECT OLD-AUDIT-FILE ASSIGN TO "NAMEAUDI"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS CV-IN-FILE-STATUS.
000650     SELECT NEW-AUDIT-FILE ASSIGN TO "NAMEAUDO"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS CV-OUT-FILE-STATUS.
000680     SELECT OLD-HISTORY-FILE ASSIGN TO "NAMEHSTI"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS CV-IN-FILE-STATUS.
000710     SELECT NEW-HISTORY-FILE ASSIGN TO "NAMEHSTO"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS CV-OUT-FILE-STATUS.
000740     SELECT OLD-OPERATOR-FILE ASSIGN TO "NAMEOPRI"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS CV-IN-FILE-STATUS.
000770     SELECT NEW-OPERATOR-FILE ASSIGN TO "NAMEOPRO"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS CV-OUT-FILE-STATUS.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830*--------------------------------------------------------------*
000840* OLD-MASTER-FILE - NAMEMSTR AS IT WAS, WITHOUT THE THREE      *
000850* DATES NOW ON THE END.                                        *
000860*--------------------------------------------------------------*
000870 FD  OLD-MASTER-FILE
000880     RECORDING MODE IS F.
000890 01  CV-OLD-MASTER-RECORD.
000900     05  CV-OLD-MASTER-KEY       PIC X(07).
000910     05  FILLER                  PIC X(88).
000920*
000930 FD  NEW-MASTER-FILE
000940     RECORDING MODE IS F.
000950 01  NM-MASTER-RECORD.
000960     COPY NAMEMSTR.
000970*
000980*--------------------------------------------------------------*
000990* OLD-AUDIT-FILE - NAMEAUD AS IT WAS, WITHOUT AU-RECORD-KEY.   *
001000*--------------------------------------------------------------*
001010 FD  OLD-AUDIT-FILE
001020     RECORDING MODE IS F.
001030 01  CV-OLD-AUDIT-RECORD.
001040     05  CV-OLD-AUDIT-DATE       PIC X(08).
001050     05  FILLER                  PIC X(78).
001060*
001070 FD  NEW-AUDIT-FILE
001080     RECORDING MODE IS F.
001090 01  AU-AUDIT-RECORD.
001100     COPY NAMEAUD.
001110*
001120*--------------------------------------------------------------*
001130* OLD-HISTORY-FILE - NAMEHIST AS IT WAS, WITHOUT               *
001140* HS-AFTER-MERGED-TO.                                          *
001150*--------------------------------------------------------------*
001160 FD  OLD-HISTORY-FILE
001170     RECORDING MODE IS F.
001180 01  CV-OLD-HISTORY-RECORD.
001190     05  CV-OLD-HISTORY-KEY      PIC X(07).
001200     05  FILLER                  PIC X(151).
001210*
001220 FD  NEW-HISTORY-FILE
001230     RECORDING MODE IS F.
001240 01  HS-HISTORY-RECORD.
001250     COPY NAMEHIST.
001260*
001270*--------------------------------------------------------------*
001280* OLD-OPERATOR-FILE - NAMEOPRF AS IT WAS, WITHOUT OP-LOCK-DATE *
001290* AND OP-LOCK-TIME.                                            *
001300*--------------------------------------------------------------*
001310 FD  OLD-OPERATOR-FILE
001320     RECORDING MODE IS F.
001330 01  CV-OLD-OPERATOR-RECORD.
001340     05  CV-OLD-OPERATOR-ID      PIC X(08).
001350     05  FILLER                  PIC X(35).
001360*
001370 FD  NEW-OPERATOR-FILE
001380     RECORDING MODE IS F.
001390 01  OP-PROFILE-RECORD.
001400     COPY NAMEOPRF.
001410*
001420 WORKING-STORAGE SECTION.
001430 77  CV-IN-FILE-STATUS           PIC X(02).
001440 77  CV-OUT-FILE-STATUS          PIC X(02).
001450 77  CV-MODE-SW                  PIC X(01) VALUE SPACE.
001460     88  CV-MASTER-MODE                      VALUE "M".
001470     88  CV-AUDIT-MODE                       VALUE "A".
001480     88  CV-HISTORY-MODE                     VALUE "H".
001490     88  CV-OPERATOR-MODE                    VALUE "O".
001500 77  CV-INPUT-EOF-SW             PIC X(01) VALUE "N".
001510     88  CV-INPUT-EOF                        VALUE "Y".
001520 77  CV-READ-COUNT               PIC 9(07) VALUE ZERO.
001530 77  CV-WRITTEN-COUNT            PIC 9(07) VALUE ZERO.
001540 77  CV-FILE-NAME                PIC X(08).
001550*
001560 LINKAGE SECTION.
001570 01  CV-PARM-FIELD.
001580     05  CV-PARM-LEN             PIC S9(4) COMP.
001590     05  CV-PARM-MODE            PIC X(04).
001600*
001610 PROCEDURE DIVISION USING CV-PARM-FIELD.
001620*--------------------------------------------------------------*
001630* 0000-MAINLINE                                                *
001640*--------------------------------------------------------------*
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001670     EVALUATE TRUE
001680         WHEN CV-MASTER-MODE
001690             PERFORM 2000-CONVERT-MASTER
001700                 THRU 2000-CONVERT-MASTER-EXIT
001710                 UNTIL CV-INPUT-EOF
001720         WHEN CV-AUDIT-MODE
001730             PERFORM 3000-CONVERT-AUDIT
001740                 THRU 3000-CONVERT-AUDIT-EXIT
001750                 UNTIL CV-INPUT-EOF
001760         WHEN CV-HISTORY-MODE
001770             PERFORM 4000-CONVERT-HISTORY
001780                 THRU 4000-CONVERT-HISTORY-EXIT
001790                 UNTIL CV-INPUT-EOF
001800         WHEN CV-OPERATOR-MODE
001810             PERFORM 5000-CONVERT-OPERATOR
001820                 THRU 5000-CONVERT-OPERATOR-EXIT
001830                 UNTIL CV-INPUT-EOF
001840     END-EVALUATE.
001850     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001860     STOP RUN.
001870*
001880*--------------------------------------------------------------*
001890* 1000-INITIALIZE - TAKE THE FILE TO CONVERT FROM THE PARM AND *
001900* OPEN ITS OLD AND NEW FILES.  THERE IS NO DEFAULT: A MISSING  *
001910* OR UNKNOWN PARM CONVERTS NOTHING.  A STATUS 39 ON THE INPUT  *
001920* OPEN MEANS ITS RECORD LENGTH IS NOT THE OLD ONE - USUALLY A  *
001930* FILE THAT HAS ALREADY BEEN CONVERTED.                        *
001940*--------------------------------------------------------------*
001950 1000-INITIALIZE.
001960     IF CV-PARM-LEN >= 3
001970         EVALUATE CV-PARM-MODE
001980             WHEN "MST "
001990                 SET CV-MASTER-MODE TO TRUE
002000                 MOVE "NAMEMSTI" TO CV-FILE-NAME
002010                 OPEN INPUT OLD-MASTER-FILE
002020             WHEN "AUD "
002030                 SET CV-AUDIT-MODE TO TRUE
002040                 MOVE "NAMEAUDI" TO CV-FILE-NAME
002050                 OPEN INPUT OLD-AUDIT-FILE
002060             WHEN "HIST"
002070                 SET CV-HISTORY-MODE TO TRUE
002080                 MOVE "NAMEHSTI" TO CV-FILE-NAME
002090                 OPEN INPUT OLD-HISTORY-FILE
002100             WHEN "OPRF"
002110                 SET CV-OPERATOR-MODE TO TRUE
002120                 MOVE "NAMEOPRI" TO CV-FILE-NAME
002130                 OPEN INPUT OLD-OPERATOR-FILE
002140         END-EVALUATE
002150     END-IF.
002160     IF CV-MODE-SW = SPACE
002170         DISPLAY "*** NAMECONV ABEND - PARM MUST BE MST, AUD, "
002180             "HIST, OR OPRF ***"
002190         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002200     END-IF.
002210     IF CV-IN-FILE-STATUS NOT = "00"
002220         DISPLAY "*** NAMECONV ABEND - " CV-FILE-NAME
002230             " OPEN FAILED, FILE STATUS " CV-IN-FILE-STATUS " ***"
002240         IF CV-IN-FILE-STATUS = "39"
002250             DISPLAY "*** " CV-FILE-NAME " IS NOT AT THE "
002260                 "OLD RECORD LENGTH - ALREADY CONVERTED? ***"
002270         END-IF
002280         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002290     END-IF.
002300     EVALUATE TRUE
002310         WHEN CV-MASTER-MODE
002320             MOVE "NAMEMSTO" TO CV-FILE-NAME
002330             OPEN OUTPUT NEW-MASTER-FILE
002340         WHEN CV-AUDIT-MODE
002350             MOVE "NAMEAUDO" TO CV-FILE-NAME
002360             OPEN OUTPUT NEW-AUDIT-FILE
002370         WHEN CV-HISTORY-MODE
002380             MOVE "NAMEHSTO" TO CV-FILE-NAME
002390             OPEN OUTPUT NEW-HISTORY-FILE
002400         WHEN CV-OPERATOR-MODE
002410             MOVE "NAMEOPRO" TO CV-FILE-NAME
002420             OPEN OUTPUT NEW-OPERATOR-FILE
002430     END-EVALUATE.
002440     IF CV-OUT-FILE-STATUS NOT = "00"
002450         DISPLAY "*** NAMECONV ABEND - " CV-FILE-NAME
002460             " OPEN FAILED, FILE STATUS " CV-OUT-FILE-STATUS
002470             " ***"
002480         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002490     END-IF.
002500 1000-INITIALIZE-EXIT.
002510     EXIT.
002520*
002530*--------------------------------------------------------------*
002540* 2000-CONVERT-MASTER - ONE NAME-MASTER RECORD.  THE OLD BYTES *
002550* CARRY ACROSS AS THEY ARE AND THE THREE NEW DATES START AT    *
002560* ZERO, WHICH THE PROGRAMS THAT READ THEM TAKE AS "NEVER".     *
002570*--------------------------------------------------------------*
002580 2000-CONVERT-MASTER.
002590     MOVE "NAMEMSTI" TO CV-FILE-NAME.
002600     READ OLD-MASTER-FILE
002610         AT END
002620             MOVE "Y" TO CV-INPUT-EOF-SW
002630     END-READ.
002640     PERFORM 9100-CHECK-READ THRU 9100-CHECK-READ-EXIT.
002650     IF CV-INPUT-EOF
002660         GO TO 2000-CONVERT-MASTER-EXIT
002670     END-IF.
002680     ADD 1 TO CV-READ-COUNT.
002690     MOVE CV-OLD-MASTER-RECORD TO NM-MASTER-RECORD.
002700     MOVE ZERO TO NM-CHANGE-DATE.
002710     MOVE ZERO TO NM-EXTRACT-DATE.
002720     MOVE ZERO TO NM-ERASED-DATE.
002730     MOVE "NAMEMSTO" TO CV-FILE-NAME.
002740     WRITE NM-MASTER-RECORD.
002750     PERFORM 9110-CHECK-WRITE THRU 9110-CHECK-WRITE-EXIT.
002760     ADD 1 TO CV-WRITTEN-COUNT.
002770 2000-CONVERT-MASTER-EXIT.
002780     EXIT.
002790*
002800*--------------------------------------------------------------*
002810* 3000-CONVERT-AUDIT - ONE AUDIT RECORD.  AU-RECORD-KEY STARTS *
002820* AT ZERO, THE SAME VALUE A REJECTED ENTRY CARRIES, SO         *
002830* NAMEFRCV NEVER REPLAYS AN ADD WRITTEN BEFORE THE KEY WAS     *
002840* KEPT.                                                        *
002850*--------------------------------------------------------------*
002860 3000-CONVERT-AUDIT.
002870     MOVE "NAMEAUDI" TO CV-FILE-NAME.
002880     READ OLD-AUDIT-FILE
002890         AT END
002900             MOVE "Y" TO CV-INPUT-EOF-SW
002910     END-READ.
002920     PERFORM 9100-CHECK-READ THRU 9100-CHECK-READ-EXIT.
002930     IF CV-INPUT-EOF
002940         GO TO 3000-CONVERT-AUDIT-EXIT
002950     END-IF.
002960     ADD 1 TO CV-READ-COUNT.
002970     MOVE CV-OLD-AUDIT-RECORD TO AU-AUDIT-RECORD.
002980     MOVE ZERO TO AU-RECORD-KEY.
002990     MOVE "NAMEAUDO" TO CV-FILE-NAME.
003000     WRITE AU-AUDIT-RECORD.
003010     PERFORM 9110-CHECK-WRITE THRU 9110-CHECK-WRITE-EXIT.
003020     ADD 1 TO CV-WRITTEN-COUNT.
003030 3000-CONVERT-AUDIT-EXIT.
003040     EXIT.
003050*
003060*--------------------------------------------------------------*
003070* 4000-CONVERT-HISTORY - ONE CHANGE-HISTORY RECORD.            *
003080* HS-AFTER-MERGED-TO STARTS AT ZERO.                           *
003090*--------------------------------------------------------------*
003100 4000-CONVERT-HISTORY.
003110     MOVE "NAMEHSTI" TO CV-FILE-NAME.
003120     READ OLD-HISTORY-FILE
003130         AT END
003140             MOVE "Y" TO CV-INPUT-EOF-SW
003150     END-READ.
003160     PERFORM 9100-CHECK-READ THRU 9100-CHECK-READ-EXIT.
003170     IF CV-INPUT-EOF
003180         GO TO 4000-CONVERT-HISTORY-EXIT
003190     END-IF.
003200     ADD 1 TO CV-READ-COUNT.
003210     MOVE CV-OLD-HISTORY-RECORD TO HS-HISTORY-RECORD.
003220     MOVE ZERO TO HS-AFTER-MERGED-TO.
003230     MOVE "NAMEHSTO" TO CV-FILE-NAME.
003240     WRITE HS-HISTORY-RECORD.
003250     PERFORM 9110-CHECK-WRITE THRU 9110-CHECK-WRITE-EXIT.
003260     ADD 1 TO CV-WRITTEN-COUNT.
003270 4000-CONVERT-HISTORY-EXIT.
003280     EXIT.
003290*
003300*--------------------------------------------------------------*
003310* 5000-CONVERT-OPERATOR - ONE OPERATOR PROFILE.  OP-LOCK-DATE  *
003320* AND OP-LOCK-TIME START AT ZERO - NO PROFILE WAS LOCKED       *
003330* BEFORE THE LOCKOUT EXISTED.                                  *
003340*--------------------------------------------------------------*
003350 5000-CONVERT-OPERATOR.
003360     MOVE "NAMEOPRI" TO CV-FILE-NAME.
003370     READ OLD-OPERATOR-FILE
003380         AT END
003390             MOVE "Y" TO CV-INPUT-EOF-SW
003400     END-READ.
003410     PERFORM 9100-CHECK-READ THRU 9100-CHECK-READ-EXIT.
003420     IF CV-INPUT-EOF
003430         GO TO 5000-CONVERT-OPERATOR-EXIT
003440     END-IF.
003450     ADD 1 TO CV-READ-COUNT.
003460     MOVE CV-OLD-OPERATOR-RECORD TO OP-PROFILE-RECORD.
003470     MOVE ZERO TO OP-LOCK-DATE.
003480     MOVE ZERO TO OP-LOCK-TIME.
003490     MOVE "NAMEOPRO" TO CV-FILE-NAME.
003500     WRITE OP-PROFILE-RECORD.
003510     PERFORM 9110-CHECK-WRITE THRU 9110-CHECK-WRITE-EXIT.
003520     ADD 1 TO CV-WRITTEN-COUNT.
003530 5000-CONVERT-OPERATOR-EXIT.
003540     EXIT.
003550*
003560*--------------------------------------------------------------*
003570* 9000-TERMINATE - CLOSE THE FILES AND PROVE THE COUNTS.  EVERY*
003580* RECORD READ MUST HAVE BEEN WRITTEN.                          *
003590*--------------------------------------------------------------*
003600 9000-TERMINATE.
003610     EVALUATE TRUE
003620         WHEN CV-MASTER-MODE
003630             CLOSE OLD-MASTER-FILE
003640             CLOSE NEW-MASTER-FILE
003650         WHEN CV-AUDIT-MODE
003660             CLOSE OLD-AUDIT-FILE
003670             CLOSE NEW-AUDIT-FILE
003680         WHEN CV-HISTORY-MODE
003690             CLOSE OLD-HISTORY-FILE
003700             CLOSE NEW-HISTORY-FILE
003710         WHEN CV-OPERATOR-MODE
003720             CLOSE OLD-OPERATOR-FILE
003730             CLOSE NEW-OPERATOR-FILE
003740     END-EVALUATE.
003750     DISPLAY "NAMECONV " CV-PARM-MODE " COMPLETE - RECORDS "
003760         "READ: " CV-READ-COUNT " WRITTEN: " CV-WRITTEN-COUNT.
003770     IF CV-WRITTEN-COUNT NOT = CV-READ-COUNT
003780         DISPLAY "*** NAMECONV ABEND - COUNTS DO NOT BALANCE ***"
003790         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003800     END-IF.
003810 9000-TERMINATE-EXIT.
003820     EXIT.
003830*
003840 9100-CHECK-READ.
003850     IF CV-IN-FILE-STATUS NOT = "00"
003860             AND CV-IN-FILE-STATUS NOT = "10"
003870         DISPLAY "*** NAMECONV ABEND - " CV-FILE-NAME
003880             " READ FAILED, FILE STATUS " CV-IN-FILE-STATUS " ***"
003890         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003900     END-IF.
003910 9100-CHECK-READ-EXIT.
003920     EXIT.
003930*
003940 9110-CHECK-WRITE.
003950     IF CV-OUT-FILE-STATUS NOT = "00"
003960         DISPLAY "*** NAMECONV ABEND - " CV-FILE-NAME
003970             " WRITE FAILED, FILE STATUS " CV-OUT-FILE-STATUS
003980             " ***"
003990         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004000     END-IF.
004010 9110-CHECK-WRITE-EXIT.
004020     EXIT.
004030*
004040*--------------------------------------------------------------*
004050* 9999-ABEND - STOP WITH RC=16.  THE CALLER HAS ALREADY        *
004060* DISPLAYED THE REASON.                                        *
004070*--------------------------------------------------------------*
004080 9999-ABEND.
004090     MOVE 16 TO RETURN-CODE.
004100     STOP RUN.
004110 9999-ABEND-EXIT.
004120     EXIT.
004130 END PROGRAM NAMECONV.
