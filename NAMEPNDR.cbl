000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMEPNDR.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMEPNDR IS THE DAILY AGING REPORT FOR THE PENDING-REQUEST   *
000180* QUEUE.  A CLERK'S DELETE, REINSTATE, OR MERGE IN NAMEMAIN IS *
000190* QUEUED ON NAMEPEND UNTIL A SUPERVISOR APPROVES OR REJECTS    *
000200* IT; THIS PROGRAM LISTS EVERY REQUEST STILL OPEN AFTER A FULL *
000210* BUSINESS DAY, OLDEST FIRST, SO NOTHING SITS IN THE QUEUE     *
000220* UNNOTICED.  THE DAY THE REQUEST WAS RAISED DOES NOT COUNT;   *
000230* EVERY BUSINESS DAY AFTER IT, UP TO AND INCLUDING TODAY, DOES *
000233* - A WEEKDAY THAT IS NOT A HOLIDAY OR CLOSURE ON THE NAMECAL  *
000236* BUSINESS-DAY CALENDAR, OR A WEEKEND DAY IT SAYS WAS WORKED.  *
000240*--------------------------------------------------------------*
000250* MODIFICATION HISTORY                                        *
000260*--------------------------------------------------------------*
000270* DATE       INIT  DESCRIPTION                                 *
000280* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000281* 2026-10-15 SV    COUNT BUSINESS DAYS FROM THE NEW NAMECAL    *
000282*                  CALENDAR (VIA NAMECALV) INSTEAD OF BY       *
000283*                  WEEKDAY ALONE, SO A HOLIDAY NO LONGER AGES  *
000284*                  A REQUEST.  NOTE ON THE REPORT WHEN THE     *
000285*                  CALENDAR HAD NOTHING FOR A DATE COUNTED.    *
000290*--------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PENDING-FILE ASSIGN TO "NAMEPEND"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PD-REQUEST-KEY
000370         FILE STATUS IS PA-PENDING-FILE-STATUS.
000380     SELECT REPORT-FILE ASSIGN TO "NAMEPNDA"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430*--------------------------------------------------------------*
000440* PENDING-FILE - THE QUEUE OF CLERK REQUESTS.  INPUT ONLY.     *
000450*--------------------------------------------------------------*
000460 FD  PENDING-FILE.
000470 01  PD-PENDING-RECORD.
000480     COPY NAMEPEND.
000490*
000500*--------------------------------------------------------------*
000510* REPORT-FILE - THE PRINTED AGING REPORT.                      *
000520*--------------------------------------------------------------*
000530 FD  REPORT-FILE.
000540 01  PA-REPORT-LINE              PIC X(80).
000550*
000560 WORKING-STORAGE SECTION.
000570 77  PA-PENDING-FILE-STATUS      PIC X(02).
000580 77  PA-RUN-DATE                 PIC 9(08).
000590 77  PA-AGE-LIMIT                PIC 9(03) VALUE 1.
000600 77  PA-PENDING-EOF-SW           PIC X(01) VALUE "N".
000610     88  PA-PENDING-EOF                      VALUE "Y".
000620 77  PA-CALENDAR-NOTE-SW         PIC X(01) VALUE "N".
000630     88  PA-CALENDAR-NOTE                    VALUE "Y".
000640 77  PA-BUSINESS-DAYS            PIC 9(05) VALUE ZERO.
000670 77  PA-OLDEST-DAYS              PIC 9(05) VALUE ZERO.
000680 77  PA-OPEN-COUNT               PIC 9(07) VALUE ZERO.
000690 77  PA-OVERDUE-COUNT            PIC 9(07) VALUE ZERO.
000700 77  PA-EDIT-COUNT               PIC ZZZZZZ9.
000701*
000702*--------------------------------------------------------------*
000703* BUSINESS-DAY CALENDAR CALL AREA (NAMECALV).                  *
000704*--------------------------------------------------------------*
000705 01  PA-CALENDAR-PARMS.
000706     COPY NAMECALP.
000710*
000720*--------------------------------------------------------------*
000730* ONE OVERDUE REQUEST - THE REASON PRINTS ON THE LINE BELOW.   *
000740*--------------------------------------------------------------*
000750 01  PA-DETAIL-LINE.
000760     05  FILLER                  PIC X(02) VALUE SPACES.
000770     05  PA-DL-DATE              PIC 9(08).
000780     05  FILLER                  PIC X(01) VALUE SPACES.
000790     05  PA-DL-TIME              PIC 9(06).
000800     05  FILLER                  PIC X(02) VALUE SPACES.
000810     05  PA-DL-BY                PIC X(08).
000820     05  FILLER                  PIC X(02) VALUE SPACES.
000830     05  PA-DL-SOURCE            PIC X(08).
000840     05  FILLER                  PIC X(02) VALUE SPACES.
000850     05  PA-DL-ACTION            PIC X(09).
000860     05  FILLER                  PIC X(01) VALUE SPACES.
000870     05  PA-DL-TARGET            PIC 9(07).
000880     05  FILLER                  PIC X(01) VALUE SPACES.
000890     05  PA-DL-SURVIVOR          PIC X(07).
000900     05  FILLER                  PIC X(02) VALUE SPACES.
000910     05  PA-DL-DAYS              PIC ZZZZ9.
000920     05  FILLER                  PIC X(09) VALUE SPACES.
000930*
000940 PROCEDURE DIVISION.
000950*--------------------------------------------------------------*
000960* 0000-MAINLINE                                                *
000970*--------------------------------------------------------------*
000980 0000-MAINLINE.
000990     ACCEPT PA-RUN-DATE FROM DATE YYYYMMDD.
001020     OPEN OUTPUT REPORT-FILE.
001030     PERFORM 1000-WRITE-HEADINGS THRU 1000-WRITE-HEADINGS-EXIT.
001040     OPEN INPUT PENDING-FILE.
001050     IF PA-PENDING-FILE-STATUS = "35"
001060         MOVE SPACES TO PA-REPORT-LINE
001070         MOVE "*** NO PENDING-REQUEST FILE - NOTHING TO AGE ***"
001080             TO PA-REPORT-LINE
001090         WRITE PA-REPORT-LINE
001100     ELSE
001110         PERFORM 2000-AGE-REQUESTS THRU 2000-AGE-REQUESTS-EXIT
001120         CLOSE PENDING-FILE
001130     END-IF.
001140     PERFORM 4000-WRITE-TOTALS THRU 4000-WRITE-TOTALS-EXIT.
001150     CLOSE REPORT-FILE.
001160     DISPLAY "NAMEPNDR COMPLETE - OPEN: " PA-OPEN-COUNT
001170         " OVERDUE: " PA-OVERDUE-COUNT.
001180     STOP RUN.
001190*
001200*--------------------------------------------------------------*
001210* 1000-WRITE-HEADINGS                                          *
001220*--------------------------------------------------------------*
001230 1000-WRITE-HEADINGS.
001240     MOVE SPACES TO PA-REPORT-LINE.
001250     STRING "PENDING REQUESTS OPEN PAST ONE BUSINESS DAY - "
001260             DELIMITED BY SIZE
001270         "RUN DATE " DELIMITED BY SIZE
001280         PA-RUN-DATE DELIMITED BY SIZE
001290         INTO PA-REPORT-LINE.
001300     WRITE PA-REPORT-LINE.
001310     MOVE SPACES TO PA-REPORT-LINE.
001320     WRITE PA-REPORT-LINE.
001330     MOVE SPACES TO PA-REPORT-LINE.
001340     STRING "  RAISED   TIME    BY        OFFICE    ACTION    KEY"
001350             DELIMITED BY SIZE
001360         "     INTO     DAYS" DELIMITED BY SIZE
001370         INTO PA-REPORT-LINE.
001380     WRITE PA-REPORT-LINE.
001390 1000-WRITE-HEADINGS-EXIT.
001400     EXIT.
001410*
001420*--------------------------------------------------------------*
001430* 2000-AGE-REQUESTS - THE FILE IS KEYED BY THE DATE AND TIME   *
001440* EACH REQUEST WAS RAISED, SO A STRAIGHT READ IS OLDEST FIRST. *
001450*--------------------------------------------------------------*
001460 2000-AGE-REQUESTS.
001470     MOVE LOW-VALUES TO PD-REQUEST-KEY.
001480     START PENDING-FILE KEY IS NOT LESS THAN PD-REQUEST-KEY
001490         INVALID KEY
001500             MOVE "Y" TO PA-PENDING-EOF-SW
001510     END-START.
001520     PERFORM 2100-AGE-ONE-REQUEST THRU 2100-AGE-ONE-REQUEST-EXIT
001530         UNTIL PA-PENDING-EOF.
001540 2000-AGE-REQUESTS-EXIT.
001550     EXIT.
001560*
001570 2100-AGE-ONE-REQUEST.
001580     READ PENDING-FILE NEXT RECORD
001590         AT END
001600             MOVE "Y" TO PA-PENDING-EOF-SW
001610     END-READ.
001620     IF PA-PENDING-EOF
001630         GO TO 2100-AGE-ONE-REQUEST-EXIT
001640     END-IF.
001650     IF NOT PD-STATUS-OPEN
001660         GO TO 2100-AGE-ONE-REQUEST-EXIT
001670     END-IF.
001680     ADD 1 TO PA-OPEN-COUNT.
001690     PERFORM 3000-COUNT-BUSINESS-DAYS
001700         THRU 3000-COUNT-BUSINESS-DAYS-EXIT.
001710     IF PA-BUSINESS-DAYS < PA-AGE-LIMIT
001720         GO TO 2100-AGE-ONE-REQUEST-EXIT
001730     END-IF.
001740     ADD 1 TO PA-OVERDUE-COUNT.
001750     IF PA-BUSINESS-DAYS > PA-OLDEST-DAYS
001760         MOVE PA-BUSINESS-DAYS TO PA-OLDEST-DAYS
001770     END-IF.
001780     PERFORM 2200-WRITE-DETAIL THRU 2200-WRITE-DETAIL-EXIT.
001790 2100-AGE-ONE-REQUEST-EXIT.
001800     EXIT.
001810*
001820 2200-WRITE-DETAIL.
001830     MOVE PD-REQUEST-DATE TO PA-DL-DATE.
001840     MOVE PD-REQUEST-TIME TO PA-DL-TIME.
001850     MOVE PD-REQUESTED-BY TO PA-DL-BY.
001860     MOVE PD-REQUEST-SOURCE TO PA-DL-SOURCE.
001870     MOVE PD-TARGET-KEY TO PA-DL-TARGET.
001880     MOVE SPACES TO PA-DL-SURVIVOR.
001890     EVALUATE TRUE
001900         WHEN PD-ACTION-DELETE
001910             MOVE "DELETE" TO PA-DL-ACTION
001920         WHEN PD-ACTION-REINSTATE
001930             MOVE "REINSTATE" TO PA-DL-ACTION
001940         WHEN PD-ACTION-MERGE
001950             MOVE "MERGE" TO PA-DL-ACTION
001960             MOVE PD-SURVIVOR-KEY TO PA-DL-SURVIVOR
001970         WHEN OTHER
001980             MOVE "UNKNOWN" TO PA-DL-ACTION
001990     END-EVALUATE.
002000     MOVE PA-BUSINESS-DAYS TO PA-DL-DAYS.
002010     MOVE PA-DETAIL-LINE TO PA-REPORT-LINE.
002020     WRITE PA-REPORT-LINE.
002030     MOVE SPACES TO PA-REPORT-LINE.
002040     STRING "      REASON: " DELIMITED BY SIZE
002050         PD-REASON DELIMITED BY SIZE
002060         INTO PA-REPORT-LINE.
002070     WRITE PA-REPORT-LINE.
002080 2200-WRITE-DETAIL-EXIT.
002090     EXIT.
002100*
002110*--------------------------------------------------------------*
002120* 3000-COUNT-BUSINESS-DAYS - NAMECALV COUNTS THE BUSINESS DAYS *
002130* AFTER THE DAY THE REQUEST WAS RAISED, UP TO AND INCLUDING    *
002140* TODAY.  WHERE THE CALENDAR HAD NOTHING TO SAY (NO FILE, OR   *
002150* NO DAYS KEYED FOR THE YEAR) IT COUNTED WEEKDAYS, AND THE     *
002160* REPORT SAYS SO AT THE FOOT.                                  *
002170*--------------------------------------------------------------*
002180 3000-COUNT-BUSINESS-DAYS.
002190     SET CP-COUNT-DAYS TO TRUE.
002200     MOVE PD-REQUEST-DATE TO CP-FROM-DATE.
002210     MOVE PA-RUN-DATE TO CP-TO-DATE.
002220     CALL "NAMECALV" USING PA-CALENDAR-PARMS.
002230     MOVE CP-DAY-COUNT TO PA-BUSINESS-DAYS.
002240     IF CP-WEEKDAYS-ONLY
002250         SET PA-CALENDAR-NOTE TO TRUE
002260     END-IF.
002270 3000-COUNT-BUSINESS-DAYS-EXIT.
002280     EXIT.
002370*
002380*--------------------------------------------------------------*
002390* 4000-WRITE-TOTALS                                            *
002400*--------------------------------------------------------------*
002410 4000-WRITE-TOTALS.
002420     MOVE SPACES TO PA-REPORT-LINE.
002430     WRITE PA-REPORT-LINE.
002440     IF PA-OVERDUE-COUNT = ZERO
002450         MOVE "NO REQUESTS OPEN PAST ONE BUSINESS DAY"
002460             TO PA-REPORT-LINE
002470         WRITE PA-REPORT-LINE
002480         MOVE SPACES TO PA-REPORT-LINE
002490         WRITE PA-REPORT-LINE
002500     END-IF.
002510     MOVE PA-OPEN-COUNT TO PA-EDIT-COUNT.
002520     MOVE SPACES TO PA-REPORT-LINE.
002530     STRING "REQUESTS STILL OPEN. . . . . . . : " DELIMITED BY
002540             SIZE
002550         PA-EDIT-COUNT DELIMITED BY SIZE
002560         INTO PA-REPORT-LINE.
002570     WRITE PA-REPORT-LINE.
002580     MOVE PA-OVERDUE-COUNT TO PA-EDIT-COUNT.
002590     MOVE SPACES TO PA-REPORT-LINE.
002600     STRING "OPEN PAST ONE BUSINESS DAY . . . : " DELIMITED BY
002610             SIZE
002620         PA-EDIT-COUNT DELIMITED BY SIZE
002630         INTO PA-REPORT-LINE.
002640     WRITE PA-REPORT-LINE.
002650     MOVE PA-OLDEST-DAYS TO PA-EDIT-COUNT.
002660     MOVE SPACES TO PA-REPORT-LINE.
002670     STRING "OLDEST, IN BUSINESS DAYS . . . . : " DELIMITED BY
002680             SIZE
002690         PA-EDIT-COUNT DELIMITED BY SIZE
002700         INTO PA-REPORT-LINE.
002710     WRITE PA-REPORT-LINE.
002711     IF PA-CALENDAR-NOTE
002712         MOVE "NOTE: DAYS NOT ON THE BUSINESS-DAY CALENDAR WERE"
002713             TO PA-REPORT-LINE
002714         WRITE PA-REPORT-LINE
002715         MOVE "      COUNTED AS MONDAY TO FRIDAY WORKING DAYS"
002716             TO PA-REPORT-LINE
002717         WRITE PA-REPORT-LINE
002718     END-IF.
002719 4000-WRITE-TOTALS-EXIT.
002730     EXIT.
002740 END PROGRAM NAMEPNDR.
