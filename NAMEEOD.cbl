000310*     OR STATUS-CHANGED TODAY.                                 *
000320* ANY EXCEPTION ENDS THE RUN WITH RC=16 SO THE SCHEDULER       *
000330* PAGES SOMEONE TONIGHT INSTEAD OF HR/CRM CALLING TOMORROW.    *
000332* ON A WEEKEND, HOLIDAY, OR CLOSURE (THE NAMECAL BUSINESS-DAY  *
000334* CALENDAR) NO SIGN-IN SHEET IS EXPECTED, SO A JOB THAT WROTE  *
000336* NO RUN RECORD IS NOTED BUT IS NOT AN EXCEPTION.              *
000337* IT ALSO LISTS EACH TIME THE ONLINE UPDATE WINDOW WAS CLOSED *
000338* FOR A BATCH JOB TODAY (THE BATCHWIN EVENTS NAMESYSV LOGS),   *
000339* AND RAISES AN EXCEPTION IF THE WINDOW IS STILL CLOSED.       *
000340*--------------------------------------------------------------*
000350* MODIFICATION HISTORY                                        *
000360*--------------------------------------------------------------*
000370* DATE       INIT  DESCRIPTION                                 *
000380* 2026-09-02 SV    ORIGINAL PROGRAM.                           *
000381* 2026-10-15 SV    COUNT RECORDS WHOSE NAME WAS CORRECTED      *
000382*                  TODAY (NM-CHANGE-DATE) IN THE EXTRACT       *
000383*                  COVERAGE CHECK NOW THAT NAMEXTR SENDS THEM. *
000384* 2026-10-15 SV    LEAVE AN ERASED RECORD OUT OF THE EXTRACT   *
000385*                  COVERAGE CHECK UNLESS NAMEXTR SENT IT TODAY *
000386*                  BEFORE IT WAS ERASED - NAMEXTR NO LONGER    *
000387*                  SENDS ERASED RECORDS.                       *
000388* 2026-10-15 SV    ON A DAY THE NEW NAMECAL CALENDAR (VIA      *
000389*                  NAMECALV) SAYS IS NOT A BUSINESS DAY, NOTE  *
000391*                  A MISSING RUN RECORD INSTEAD OF RAISING AN  *
000392*                  EXCEPTION, SO A HOLIDAY NO LONGER ENDS THE  *
000393*                  RUN WITH RC=16.                             *
000394* 2026-10-15 SV    LIST THE UPDATE-WINDOW CLOSURES LOGGED AS   *
000395*                  BATCHWIN EVENTS, TOTAL THE MINUTES UPDATES  *
000396*                  WERE CLOSED, AND RAISE AN EXCEPTION IF THE  *
000397*                  NAMESYSC SYSTEM STATUS IS STILL SET.        *
000390*--------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
001100 77  EO-RCN-UNACKED              PIC 9(07) VALUE ZERO.
001110 77  EO-TODAY-MASTER-COUNT       PIC 9(07) VALUE ZERO.
001120 77  EO-WORK-TOTAL               PIC 9(07) VALUE ZERO.
001121 77  EO-MISSING-JOB              PIC X(08).
001122 77  EO-WIN-CLOSURES             PIC 9(05) VALUE ZERO.
001123 77  EO-WIN-OVERRIDES            PIC 9(05) VALUE ZERO.
001124 77  EO-WIN-MINUTES              PIC 9(07) VALUE ZERO.
001125 77  EO-EDIT-MINUTES             PIC ZZZ9.
001126 01  EO-CALENDAR-PARMS.
001127     COPY NAMECALP.
001128 01  EO-STATUS-PARMS.
001129     COPY NAMESYSP.
001130*
001140 PROCEDURE DIVISION.
001150*--------------------------------------------------------------*
001260         THRU 3100-CHECK-JOB-ORDER-EXIT.
001270     PERFORM 3200-CHECK-INTAKE-BALANCE
001280         THRU 3200-CHECK-INTAKE-BALANCE-EXIT.
001283     PERFORM 3300-CHECK-UPDATE-WINDOW
001286         THRU 3300-CHECK-UPDATE-WINDOW-EXIT.
001290     PERFORM 4000-CHECK-EXTRACT-COVERAGE
001300         THRU 4000-CHECK-EXTRACT-COVERAGE-EXIT.
001310     PERFORM 5000-WRITE-TOTALS THRU 5000-WRITE-TOTALS-EXIT.
002040                 SET EO-RCN-FOUND TO TRUE
002050                 MOVE RN-COUNT-A TO EO-RCN-CONFIRMED
002060                 MOVE RN-COUNT-B TO EO-RCN-UNACKED
002062             WHEN "BATCHWIN"
002065                 PERFORM 2300-POST-WINDOW-EVENT
002067                     THRU 2300-POST-WINDOW-EVENT-EXIT
002070         END-EVALUATE
002080     END-IF.
002090     PERFORM 2100-READ-RUN-RECORD
002100         THRU 2100-READ-RUN-RECORD-EXIT.
002110 2200-POST-ONE-RECORD-EXIT.
002120     EXIT.
002121*
002122*--------------------------------------------------------------*
002123* 2300-POST-WINDOW-EVENT - A BATCHWIN EVENT THAT REOPENED THE  *
002124* UPDATE WINDOW TODAY, AT A JOB'S NORMAL END OR BY SUPERVISOR  *
002125* OVERRIDE, CARRIES THE JOB THAT CLOSED IT AND THE MINUTES IT  *
002126* STAYED CLOSED.  LIST IT AND ADD IT TO THE TOTALS.  THE EVENT *
002127* THAT CLOSED THE WINDOW NEEDS NO LINE OF ITS OWN.             *
002128*--------------------------------------------------------------*
002129 2300-POST-WINDOW-EVENT.
002131     IF NOT RN-WINDOW-ENDED AND NOT RN-WINDOW-OVERRIDDEN
002132         GO TO 2300-POST-WINDOW-EVENT-EXIT
002133     END-IF.
002134     ADD 1 TO EO-WIN-CLOSURES.
002135     ADD RN-WINDOW-MINUTES TO EO-WIN-MINUTES.
002136     MOVE RN-WINDOW-MINUTES TO EO-EDIT-MINUTES.
002137     MOVE SPACES TO EO-REPORT-LINE.
002138     STRING "UPDATES CLOSED BY " DELIMITED BY SIZE
002139         RN-WINDOW-SET-BY DELIMITED BY SPACE
002141         " FROM " DELIMITED BY SIZE
002142         RN-WINDOW-SET-DATE DELIMITED BY SIZE
002143         " " DELIMITED BY SIZE
002144         RN-WINDOW-SET-TIME DELIMITED BY SIZE
002145         " FOR " DELIMITED BY SIZE
002146         EO-EDIT-MINUTES DELIMITED BY SIZE
002147         " MINUTES" DELIMITED BY SIZE
002148         INTO EO-REPORT-LINE.
002149     WRITE EO-REPORT-LINE.
002151     IF RN-WINDOW-OVERRIDDEN
002152         ADD 1 TO EO-WIN-OVERRIDES
002153         MOVE SPACES TO EO-REPORT-LINE
002154         STRING "    REOPENED BY SUPERVISOR OVERRIDE - "
002155                 DELIMITED BY SIZE
002156             RN-WINDOW-BY DELIMITED BY SPACE
002157             " AT " DELIMITED BY SIZE
002158             RN-RUN-DATE DELIMITED BY SIZE
002159             " " DELIMITED BY SIZE
002165             RN-RUN-TIME DELIMITED BY SIZE
002166             INTO EO-REPORT-LINE
002167         WRITE EO-REPORT-LINE
002168     END-IF.
002169 2300-POST-WINDOW-EVENT-EXIT.
002171     EXIT.
002130*
002140*--------------------------------------------------------------*
002150* 3000-CHECK-JOBS-RAN - A JOB THAT ABENDED OR NEVER RAN WROTE  *
002160* NO RUN RECORD TODAY.  THAT IS AN EXCEPTION ON A BUSINESS     *
002161* DAY; ON A WEEKEND, HOLIDAY, OR CLOSURE NO SHEET WAS EXPECTED *
002162* AND THE STREAM MAY NOT HAVE BEEN SCHEDULED, SO IT IS ONLY    *
002163* NOTED.  WITHOUT THE NAMECAL CALENDAR NAMECALV GOES BY MONDAY *
002164* TO FRIDAY AND THE REPORT SAYS SO.                            *
002170*--------------------------------------------------------------*
002180 3000-CHECK-JOBS-RAN.
002181     PERFORM 3010-CHECK-RUN-DATE
002182         THRU 3010-CHECK-RUN-DATE-EXIT.
002190     IF NOT EO-BAT-FOUND
002191         MOVE "OBTNBAT" TO EO-MISSING-JOB
002192         PERFORM 3050-REPORT-MISSING-JOB
002193             THRU 3050-REPORT-MISSING-JOB-EXIT
002250     END-IF.
002260     IF NOT EO-XTR-FOUND
002261         MOVE "NAMEXTR" TO EO-MISSING-JOB
002262         PERFORM 3050-REPORT-MISSING-JOB
002263             THRU 3050-REPORT-MISSING-JOB-EXIT
002320     END-IF.
002330     IF NOT EO-RCN-FOUND
002331         MOVE "NAMERECN" TO EO-MISSING-JOB
002332         PERFORM 3050-REPORT-MISSING-JOB
002333             THRU 3050-REPORT-MISSING-JOB-EXIT
002390     END-IF.
002400 3000-CHECK-JOBS-RAN-EXIT.
002410     EXIT.
002411*
002412 3010-CHECK-RUN-DATE.
002413     SET CP-CHECK-DAY TO TRUE.
002414     MOVE EO-RUN-DATE TO CP-FROM-DATE.
002415     CALL "NAMECALV" USING EO-CALENDAR-PARMS.
002416     IF CP-WEEKDAYS-ONLY
002417         MOVE SPACES TO EO-REPORT-LINE
002418         MOVE "NOTE: NO BUSINESS-DAY CALENDAR FOR TODAY - MONDAY"
002419             TO EO-REPORT-LINE
002421         WRITE EO-REPORT-LINE
002422         MOVE "      TO FRIDAY TAKEN AS THE BUSINESS DAYS"
002423             TO EO-REPORT-LINE
002424         WRITE EO-REPORT-LINE
002425     END-IF.
002426     IF CP-NON-BUSINESS-DAY
002427         MOVE SPACES TO EO-REPORT-LINE
002428         STRING "RUN DATE IS NOT A BUSINESS DAY - " DELIMITED BY
002429                 SIZE
002431             CP-DAY-REASON DELIMITED BY SIZE
002432             INTO EO-REPORT-LINE
002433         WRITE EO-REPORT-LINE
002434     END-IF.
002435 3010-CHECK-RUN-DATE-EXIT.
002436     EXIT.
002437*
002438 3050-REPORT-MISSING-JOB.
002439     MOVE SPACES TO EO-REPORT-LINE.
002441     IF CP-NON-BUSINESS-DAY
002442         STRING EO-MISSING-JOB DELIMITED BY SPACE
002443             " WROTE NO RUN RECORD TODAY - NOT EXPECTED"
002444                 DELIMITED BY SIZE
002445             INTO EO-REPORT-LINE
002446     ELSE
002447         ADD 1 TO EO-EXCEPTION-COUNT
002448         STRING "*** " DELIMITED BY SIZE
002449             EO-MISSING-JOB DELIMITED BY SPACE
002451             " WROTE NO RUN RECORD TODAY ***" DELIMITED BY SIZE
002452             INTO EO-REPORT-LINE
002453     END-IF.
002454     WRITE EO-REPORT-LINE.
002455 3050-REPORT-MISSING-JOB-EXIT.
002456     EXIT.
002420*
002430*--------------------------------------------------------------*
002440* 3100-CHECK-JOB-ORDER - THE EXTRACT MUST RUN AFTER THE BATCH  *
002810     END-IF.
002820 3200-CHECK-INTAKE-BALANCE-EXIT.
002830     EXIT.
002831*
002832*--------------------------------------------------------------*
002833* 3300-CHECK-UPDATE-WINDOW - EVERY JOB THAT CLOSES THE ONLINE  *
002834* UPDATE WINDOW REOPENS IT AT NORMAL END.  IF THE NAMESYSC     *
002835* SYSTEM STATUS IS STILL SET NOW, A JOB ABENDED AND THE        *
002836* SCREENS WILL REFUSE UPDATES IN THE MORNING UNTIL A           *
002837* SUPERVISOR CLEARS IT THROUGH NAMESYSM.                       *
002838*--------------------------------------------------------------*
002839 3300-CHECK-UPDATE-WINDOW.
002841     SET SP-QUERY-STATUS TO TRUE.
002842     MOVE "NAMEEOD" TO SP-REQUESTED-BY.
002843     CALL "NAMESYSV" USING EO-STATUS-PARMS.
002844     IF SP-BATCH-IN-PROGRESS
002845         ADD 1 TO EO-EXCEPTION-COUNT
002846         MOVE SPACES TO EO-REPORT-LINE
002847         STRING "*** UPDATES STILL CLOSED - SET BY " DELIMITED BY
002848                 SIZE
002849             SP-SET-BY DELIMITED BY SPACE
002851             " AT " DELIMITED BY SIZE
002852             SP-SET-DATE DELIMITED BY SIZE
002853             " " DELIMITED BY SIZE
002854             SP-SET-TIME DELIMITED BY SIZE
002855             " ***" DELIMITED BY SIZE
002856             INTO EO-REPORT-LINE
002857         WRITE EO-REPORT-LINE
002858         MOVE "    CLEAR IT WITH A SUPERVISOR OVERRIDE (NAMESYSM)"
002859             TO EO-REPORT-LINE
002861         WRITE EO-REPORT-LINE
002862     END-IF.
002863 3300-CHECK-UPDATE-WINDOW-EXIT.
002864     EXIT.
002840*
002850*--------------------------------------------------------------*
002860* 4000-CHECK-EXTRACT-COVERAGE - COUNT THE MASTER RECORDS       *
002894* ENTERED, STATUS-CHANGED, OR NAME-CORRECTED TODAY (THE SAME   *
002895* SELECTION NAMEXTR MAKES) AND PROVE THE EXTRACT SENT THAT     *
002897* MANY.  A SHORT COUNT USUALLY MEANS NAMES WERE CAPTURED AFTER *
002898* THE EXTRACT RAN.                                             *
002900*--------------------------------------------------------------*
002910 4000-CHECK-EXTRACT-COVERAGE.
002920     OPEN INPUT NAME-MASTER-FILE.
003290             AND (NM-ENTRY-DATE OF NM-MASTER-RECORD
003300                 = EO-RUN-DATE
003310             OR NM-STATUS-DATE OF NM-MASTER-RECORD
003311                 = EO-RUN-DATE
003313             OR NM-CHANGE-DATE OF NM-MASTER-RECORD
003315                 = EO-RUN-DATE)
003316             AND (NM-ERASED-DATE OF NM-MASTER-RECORD = ZERO
003318             OR NM-EXTRACT-DATE OF NM-MASTER-RECORD
003320                 = EO-RUN-DATE)
003330         ADD 1 TO EO-TODAY-MASTER-COUNT
003340     END-IF.
003830         EO-EDIT-COUNT DELIMITED BY SIZE
003840         INTO EO-REPORT-LINE.
003850     WRITE EO-REPORT-LINE.
003851     MOVE EO-WIN-CLOSURES TO EO-EDIT-COUNT.
003852     MOVE SPACES TO EO-REPORT-LINE.
003853     STRING "UPDATE WINDOW CLOSURES . . . . . : " DELIMITED BY
003854             SIZE
003855         EO-EDIT-COUNT DELIMITED BY SIZE
003856         INTO EO-REPORT-LINE.
003857     WRITE EO-REPORT-LINE.
003858     MOVE EO-WIN-MINUTES TO EO-EDIT-COUNT.
003859     MOVE SPACES TO EO-REPORT-LINE.
003861     STRING "MINUTES UPDATES CLOSED . . . . . : " DELIMITED BY
003862             SIZE
003863         EO-EDIT-COUNT DELIMITED BY SIZE
003864         INTO EO-REPORT-LINE.
003865     WRITE EO-REPORT-LINE.
003866     MOVE EO-WIN-OVERRIDES TO EO-EDIT-COUNT.
003867     MOVE SPACES TO EO-REPORT-LINE.
003868     STRING "SUPERVISOR OVERRIDES . . . . . . : " DELIMITED BY
003869             SIZE
003871         EO-EDIT-COUNT DELIMITED BY SIZE
003872         INTO EO-REPORT-LINE.
003873     WRITE EO-REPORT-LINE.
003860     IF EO-EXCEPTION-COUNT = ZERO
003870         MOVE "STREAM BALANCED - NO EXCEPTIONS FOUND"
003880             TO EO-REPORT-LINE
