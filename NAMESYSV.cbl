000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMESYSV IS INITIAL.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMESYSV KEEPS THE NAMESYSC SYSTEM-STATUS RECORD THAT CLOSES *
000180* THE ONLINE UPDATE WINDOW WHILE A BATCH JOB IS RUNNING        *
000190* AGAINST THE NAME MASTER.  OBTAINBAT, NAMEARCH, AND NAMESTDF  *
000200* CALL IT TO SET THE STATUS AS THEY START AND TO CLEAR IT AT   *
000210* NORMAL END; NAMEMAIN, OBTAININPUT, AND NAMESUSR CALL IT      *
000220* BEFORE EVERY UPDATE TO ASK WHETHER THE WINDOW IS OPEN; AND   *
000230* NAMESYSM CALLS IT WHEN A SUPERVISOR CLEARS A STATUS LEFT     *
000240* BEHIND BY AN ABENDED JOB.  SHARED THE SAME WAY NAMEOPRV IS   *
000250* SHARED BY THE FRONT ENDS, SO EVERY PROGRAM AGREES ON WHAT    *
000260* "BATCH IN PROGRESS" MEANS.  THE CALLER PASSES ONE NAMESYSP   *
000270* AREA; THE FUNCTIONS ARE DESCRIBED IN THAT COPYBOOK.          *
000280*                                                              *
000290* EVERY SET, CLEAR, AND OVERRIDE IS APPENDED TO THE COMMON     *
000300* NAMERUNC RUN-CONTROL FILE AS A BATCHWIN EVENT, WITH HOW LONG *
000310* THE WINDOW WAS CLOSED, SO NAMEEOD CAN REPORT IT EACH NIGHT.  *
000320* A QUERY LOGS NOTHING.                                        *
000330*--------------------------------------------------------------*
000340* MODIFICATION HISTORY                                        *
000350*--------------------------------------------------------------*
000360* DATE       INIT  DESCRIPTION                                 *
000370* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000372* 2026-10-15 SV    A SET WHILE THE STATUS IS ALREADY SET NO    *
000374*                  LONGER HANDS IT TO THE NEW JOB, AND AN END  *
000376*                  FROM ANY JOB BUT THE ONE THAT SET IT IS     *
000378*                  REFUSED; ONLY AN OVERRIDE CLEARS ANOTHER    *
000379*                  JOB'S STATUS.                               *
000380*--------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SYSTEM-STATUS-FILE ASSIGN TO "NAMESYSC"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS SY-STATUS-FILE-STATUS.
000450     SELECT RUN-CONTROL-FILE ASSIGN TO "NAMERUNC"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS SY-RUNCTL-FILE-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510*--------------------------------------------------------------*
000520* SYSTEM-STATUS-FILE - THE ONE SYSTEM-STATUS RECORD.           *
000530*--------------------------------------------------------------*
000540 FD  SYSTEM-STATUS-FILE
000550     RECORDING MODE IS F.
000560 01  SS-STATUS-RECORD.
000570     COPY NAMESYSF.
000580*
000590*--------------------------------------------------------------*
000600* RUN-CONTROL-FILE - ONE BATCHWIN EVENT APPENDED FOR EVERY     *
000610* SET, CLEAR, AND OVERRIDE.                                    *
000620*--------------------------------------------------------------*
000630 FD  RUN-CONTROL-FILE
000640     RECORDING MODE IS F.
000650 01  RN-RUN-RECORD.
000660     COPY RUNCTREC.
000670*
000680 WORKING-STORAGE SECTION.
000690 77  SY-STATUS-FILE-STATUS       PIC X(02).
000700 77  SY-RUNCTL-FILE-STATUS       PIC X(02).
000710 77  SY-RUN-DATE                 PIC 9(08).
000720 77  SY-EVENT-ACTION             PIC X(01).
000730 77  SY-CLOSED-MINUTES           PIC S9(09) COMP.
000740 77  SY-MAX-MINUTES              PIC 9(04) VALUE 9999.
000750 77  SY-NOW-MINUTES              PIC S9(09) COMP.
000760 77  SY-SET-MINUTES              PIC S9(09) COMP.
000770*
000780*--------------------------------------------------------------*
000790* THE TIME OF DAY ARRIVES AS HHMMSSHH; ONLY HHMMSS IS KEPT.    *
000800*--------------------------------------------------------------*
000810 01  SY-CLOCK                    PIC 9(08).
000820 01  SY-CLOCK-PARTS REDEFINES SY-CLOCK.
000830     05  SY-RUN-TIME             PIC 9(06).
000840     05  FILLER                  PIC 9(02).
000850*
000860 01  SY-TIME-WORK                PIC 9(06).
000870 01  SY-TIME-WORK-PARTS REDEFINES SY-TIME-WORK.
000880     05  SY-TIME-HOURS           PIC 9(02).
000890     05  SY-TIME-MINUTES         PIC 9(02).
000900     05  FILLER                  PIC 9(02).
000910*
000920 LINKAGE SECTION.
000930 01  SY-STATUS-PARMS.
000940     COPY NAMESYSP.
000950*
000960 PROCEDURE DIVISION USING SY-STATUS-PARMS.
000970*--------------------------------------------------------------*
000980* 0000-MAINLINE - READ THE STATUS AS IT STANDS, APPLY THE      *
000990* FUNCTION ASKED FOR, AND HAND BACK THE RESULTING STATUS.      *
001000*--------------------------------------------------------------*
001010 0000-MAINLINE.
001020     ACCEPT SY-RUN-DATE FROM DATE YYYYMMDD.
001030     ACCEPT SY-CLOCK FROM TIME.
001040     SET SP-RESULT-OK TO TRUE.
001050     PERFORM 1000-READ-STATUS THRU 1000-READ-STATUS-EXIT.
001060     EVALUATE TRUE
001070         WHEN SP-QUERY-STATUS
001080             CONTINUE
001090         WHEN SP-SET-BATCH
001100             PERFORM 2000-SET-STATUS THRU 2000-SET-STATUS-EXIT
001110         WHEN SP-END-BATCH
001120         WHEN SP-OVERRIDE-BATCH
001130             PERFORM 3000-CLEAR-STATUS
001140                 THRU 3000-CLEAR-STATUS-EXIT
001150         WHEN OTHER
001160             SET SP-INVALID-FUNCTION TO TRUE
001170     END-EVALUATE.
001180     IF SS-BATCH-IN-PROGRESS
001190         SET SP-BATCH-IN-PROGRESS TO TRUE
001200     ELSE
001210         SET SP-UPDATES-OPEN TO TRUE
001220     END-IF.
001230     MOVE SS-SET-BY TO SP-SET-BY.
001240     MOVE SS-SET-DATE TO SP-SET-DATE.
001250     MOVE SS-SET-TIME TO SP-SET-TIME.
001260     GOBACK.
001270*
001280*--------------------------------------------------------------*
001290* 1000-READ-STATUS - NO FILE, OR AN EMPTY ONE, MEANS NO BATCH  *
001300* JOB HAS EVER CLOSED THE WINDOW: UPDATES ARE OPEN.            *
001310*--------------------------------------------------------------*
001320 1000-READ-STATUS.
001330     MOVE SPACES TO SS-STATUS-RECORD.
001340     SET SS-UPDATES-OPEN TO TRUE.
001350     MOVE ZERO TO SS-SET-DATE SS-SET-TIME.
001360     MOVE ZERO TO SS-CLEARED-DATE SS-CLEARED-TIME.
001370     OPEN INPUT SYSTEM-STATUS-FILE.
001380     IF SY-STATUS-FILE-STATUS = "35"
001390         GO TO 1000-READ-STATUS-EXIT
001400     END-IF.
001410     READ SYSTEM-STATUS-FILE
001420         AT END
001430             MOVE SPACES TO SS-STATUS-RECORD
001440             SET SS-UPDATES-OPEN TO TRUE
001450             MOVE ZERO TO SS-SET-DATE SS-SET-TIME
001460             MOVE ZERO TO SS-CLEARED-DATE SS-CLEARED-TIME
001470     END-READ.
001480     CLOSE SYSTEM-STATUS-FILE.
001490 1000-READ-STATUS-EXIT.
001500     EXIT.
001510*
001520*--------------------------------------------------------------*
001530* 2000-SET-STATUS - CLOSE THE WINDOW FOR THE JOB STARTING.  A  *
001540* STATUS ALREADY SET MEANS A JOB IS RUNNING OR AN EARLIER ONE  *
001550* ABENDED.  IT IS LEFT EXACTLY AS IT IS - THE ORIGINAL JOB AND *
001560* TIME STAND, SO THE CALLER CAN TELL ITS OWN RERUN FROM        *
001570* ANOTHER JOB'S WINDOW, AND NOTHING IS LOGGED.                 *
001580*--------------------------------------------------------------*
001590 2000-SET-STATUS.
001600     IF SS-BATCH-IN-PROGRESS
001610         SET SP-ALREADY-SET TO TRUE
001620         GO TO 2000-SET-STATUS-EXIT
001650     END-IF.
001652     MOVE SY-RUN-DATE TO SS-SET-DATE.
001654     MOVE SY-RUN-TIME TO SS-SET-TIME.
001660     SET SS-BATCH-IN-PROGRESS TO TRUE.
001670     MOVE SP-REQUESTED-BY TO SS-SET-BY.
001680     PERFORM 2500-WRITE-STATUS THRU 2500-WRITE-STATUS-EXIT.
001690     MOVE "S" TO SY-EVENT-ACTION.
001700     MOVE ZERO TO SY-CLOSED-MINUTES.
001710     PERFORM 8000-LOG-WINDOW-EVENT
001720         THRU 8000-LOG-WINDOW-EVENT-EXIT.
001730 2000-SET-STATUS-EXIT.
001740     EXIT.
001750*
001760 2500-WRITE-STATUS.
001770     OPEN OUTPUT SYSTEM-STATUS-FILE.
001780     WRITE SS-STATUS-RECORD.
001790     CLOSE SYSTEM-STATUS-FILE.
001800 2500-WRITE-STATUS-EXIT.
001810     EXIT.
001820*
001830*--------------------------------------------------------------*
001840* 3000-CLEAR-STATUS - REOPEN THE WINDOW, AT A JOB'S NORMAL END *
001850* (E) OR BY SUPERVISOR OVERRIDE (O), AND WORK OUT HOW MANY     *
001860* MINUTES IT WAS CLOSED.  THE JOB AND TIME THAT CLOSED IT ARE  *
001870* KEPT ON THE RECORD SO NAMESYSM CAN SHOW THE LAST WINDOW.     *
001872* A JOB MAY END ONLY THE STATUS IT SET ITSELF; ANOTHER JOB'S   *
001874* STATUS IS CLEARED ONLY BY A SUPERVISOR OVERRIDE.             *
001880*--------------------------------------------------------------*
001890 3000-CLEAR-STATUS.
001900     IF NOT SS-BATCH-IN-PROGRESS
001910         SET SP-NOT-SET TO TRUE
001920         GO TO 3000-CLEAR-STATUS-EXIT
001930     END-IF.
001932     IF SP-END-BATCH AND SS-SET-BY NOT = SP-REQUESTED-BY
001934         SET SP-NOT-OWNER TO TRUE
001936         GO TO 3000-CLEAR-STATUS-EXIT
001938     END-IF.
001940     MOVE SS-SET-TIME TO SY-TIME-WORK.
001950     COMPUTE SY-SET-MINUTES =
001960         FUNCTION INTEGER-OF-DATE(SS-SET-DATE) * 1440
001970         + SY-TIME-HOURS * 60 + SY-TIME-MINUTES.
001980     MOVE SY-RUN-TIME TO SY-TIME-WORK.
001990     COMPUTE SY-NOW-MINUTES =
002000         FUNCTION INTEGER-OF-DATE(SY-RUN-DATE) * 1440
002010         + SY-TIME-HOURS * 60 + SY-TIME-MINUTES.
002020     COMPUTE SY-CLOSED-MINUTES = SY-NOW-MINUTES - SY-SET-MINUTES.
002030     IF SY-CLOSED-MINUTES < ZERO
002040         MOVE ZERO TO SY-CLOSED-MINUTES
002050     END-IF.
002060     IF SY-CLOSED-MINUTES > SY-MAX-MINUTES
002070         MOVE SY-MAX-MINUTES TO SY-CLOSED-MINUTES
002080     END-IF.
002090     SET SS-UPDATES-OPEN TO TRUE.
002100     MOVE SP-REQUESTED-BY TO SS-CLEARED-BY.
002110     MOVE SP-FUNCTION TO SS-CLEAR-TYPE.
002120     MOVE SY-RUN-DATE TO SS-CLEARED-DATE.
002130     MOVE SY-RUN-TIME TO SS-CLEARED-TIME.
002140     PERFORM 2500-WRITE-STATUS THRU 2500-WRITE-STATUS-EXIT.
002150     MOVE SP-FUNCTION TO SY-EVENT-ACTION.
002160     PERFORM 8000-LOG-WINDOW-EVENT
002170         THRU 8000-LOG-WINDOW-EVENT-EXIT.
002180 3000-CLEAR-STATUS-EXIT.
002190     EXIT.
002200*
002210*--------------------------------------------------------------*
002220* 8000-LOG-WINDOW-EVENT - APPEND ONE BATCHWIN EVENT TO THE     *
002230* COMMON RUN-CONTROL FILE.  A MISSING FILE (FIRST NIGHT) IS    *
002240* HANDLED THE SAME WAY OBTAINBAT HANDLES IT.                   *
002250*--------------------------------------------------------------*
002260 8000-LOG-WINDOW-EVENT.
002270     OPEN EXTEND RUN-CONTROL-FILE.
002280     IF SY-RUNCTL-FILE-STATUS = "35"
002290         OPEN OUTPUT RUN-CONTROL-FILE
002300     END-IF.
002310     MOVE SPACES TO RN-RUN-RECORD.
002320     MOVE "BATCHWIN" TO RN-JOB-NAME.
002330     MOVE SY-RUN-DATE TO RN-RUN-DATE.
002340     MOVE SY-RUN-TIME TO RN-RUN-TIME.
002350     MOVE SY-EVENT-ACTION TO RN-WINDOW-ACTION.
002360     MOVE SP-REQUESTED-BY TO RN-WINDOW-BY.
002370     MOVE SS-SET-BY TO RN-WINDOW-SET-BY.
002380     MOVE SS-SET-DATE TO RN-WINDOW-SET-DATE.
002390     MOVE SS-SET-TIME TO RN-WINDOW-SET-TIME.
002400     MOVE SY-CLOSED-MINUTES TO RN-WINDOW-MINUTES.
002410     WRITE RN-RUN-RECORD.
002420     CLOSE RUN-CONTROL-FILE.
002430 8000-LOG-WINDOW-EVENT-EXIT.
002440     EXIT.
002450 END PROGRAM NAMESYSV.
