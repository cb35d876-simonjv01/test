000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMECALM.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMECALM IS THE MAINTENANCE SCREEN FOR THE NAMECAL BUSINESS- *
000180* DAY CALENDAR.  A SUPERVISOR KEYS A DATE AND MARKS IT AS A    *
000190* HOLIDAY, AN OFFICE CLOSURE (SNOW, A MOVE, A POWER CUT), OR A *
000200* WEEKEND DAY THE OFFICE IS WORKING, WITH A SHORT DESCRIPTION; *
000210* OR REMOVES AN ENTRY THAT NO LONGER APPLIES.  KEYING A YEAR   *
000220* INSTEAD OF A DATE LISTS EVERYTHING ON FILE FOR THAT YEAR, SO *
000230* NEXT YEAR'S HOLIDAYS CAN BE CHECKED BEFORE THE YEAR STARTS.  *
000240* EVERY ENTRY CARRIES WHO LAST CHANGED IT AND WHEN.            *
000250*                                                              *
000260* THE NIGHTLY DATE CHECKS, THE AGING REPORTS, AND THE          *
000270* RETENTION JOBS ALL READ THE CALENDAR THROUGH NAMECALV, SO A  *
000280* CLOSURE KEYED HERE BEFORE THE NIGHT'S RUN IS HONORED THAT    *
000290* NIGHT.  THE OPERATOR SIGNS ON THROUGH NAMEOPRV LIKE THE      *
000300* OTHER FRONT ENDS AND MUST BE A SUPERVISOR.                   *
000310*--------------------------------------------------------------*
000320* MODIFICATION HISTORY                                        *
000330*--------------------------------------------------------------*
000340* DATE       INIT  DESCRIPTION                                 *
000350* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000360*--------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CALENDAR-FILE ASSIGN TO "NAMECAL"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CL-CALENDAR-DATE
000440         FILE STATUS IS CM-CALENDAR-FILE-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480*--------------------------------------------------------------*
000490* CALENDAR-FILE - THE FILE BEING MAINTAINED.                   *
000500*--------------------------------------------------------------*
000510 FD  CALENDAR-FILE.
000520 01  CL-CALENDAR-RECORD.
000530     COPY NAMECALF.
000540*
000550 WORKING-STORAGE SECTION.
000560 77  CM-CALENDAR-FILE-STATUS     PIC X(02).
000570 77  CM-DONE-SW                  PIC X(01) VALUE "N".
000580     88  CM-DONE                             VALUE "Y".
000590 77  CM-NEW-FILE-SW              PIC X(01) VALUE "N".
000600     88  CM-NEW-FILE                         VALUE "Y".
000610 77  CM-FOUND-SW                 PIC X(01) VALUE "N".
000620     88  CM-DAY-FOUND                        VALUE "Y".
000630 77  CM-LIST-EOF-SW              PIC X(01) VALUE "N".
000640     88  CM-LIST-EOF                         VALUE "Y".
000650 77  CM-RUN-DATE                 PIC 9(08).
000660 77  CM-INPUT-TYPE               PIC X(01).
000670 77  CM-INPUT-DESCRIPTION        PIC X(30).
000680 77  CM-NEW-TYPE                 PIC X(01).
000690     88  CM-NEW-TYPE-HOLIDAY                 VALUE "H".
000700     88  CM-NEW-TYPE-CLOSED                  VALUE "C".
000710     88  CM-NEW-TYPE-WORKING                 VALUE "W".
000720     88  CM-NEW-TYPE-DELETE                  VALUE "D".
000730     88  CM-NEW-TYPE-VALID               VALUE "H" "C" "W" "D".
000740 77  CM-DAY-INTEGER              PIC 9(08) COMP.
000750 77  CM-WEEK-NUMBER              PIC 9(08) COMP.
000760 77  CM-WEEKDAY                  PIC 9(01) COMP.
000770 77  CM-WEEKDAY-NAME             PIC X(09).
000780 77  CM-LIST-COUNT               PIC 9(05) VALUE ZERO.
000790*
000800*--------------------------------------------------------------*
000810* OPERATOR SIGN-ON - CHECKED BY THE SHARED NAMEOPRV.           *
000820*--------------------------------------------------------------*
000830 77  CM-OPERATOR-ID              PIC X(08).
000840 77  CM-AUTH-LEVEL               PIC X(01).
000850     88  CM-AUTH-SUPERVISOR                  VALUE "S".
000860 77  CM-OPERATOR-VALID-SW        PIC X(01).
000870     88  CM-OPERATOR-VALID                   VALUE "Y".
000880     88  CM-OPERATOR-INVALID                 VALUE "N" "L".
000890     88  CM-OPERATOR-LOCKED                  VALUE "L".
000900 77  CM-INTAKE-SOURCE            PIC X(08).
000910 77  CM-PROGRAM-ID               PIC X(08) VALUE "NAMECALM".
000920 77  CM-SIGNON-FAILURES          PIC 9(02) VALUE ZERO.
000930*
000940*--------------------------------------------------------------*
000950* THE DATE OR YEAR KEYED.                                      *
000960*--------------------------------------------------------------*
000970 01  CM-INPUT-DATE               PIC X(08).
000980 01  CM-INPUT-DATE-PARTS REDEFINES CM-INPUT-DATE.
000990     05  CM-INPUT-YEAR           PIC X(04).
001000     05  CM-INPUT-MONTH-DAY      PIC X(04).
001010 01  CM-WORK-DATE                PIC 9(08).
001020 01  CM-WORK-DATE-PARTS REDEFINES CM-WORK-DATE.
001030     05  CM-WORK-YEAR            PIC 9(04).
001040     05  FILLER                  PIC 9(04).
001050 01  CM-LIST-YEAR                PIC 9(04).
001060*
001070 PROCEDURE DIVISION.
001080*--------------------------------------------------------------*
001090* 0000-MAINLINE                                                *
001100*--------------------------------------------------------------*
001110 0000-MAINLINE.
001120     PERFORM 0050-GET-OPERATOR-ID
001130         THRU 0050-GET-OPERATOR-ID-EXIT.
001140     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
001150     PERFORM 1000-OPEN-CALENDAR-FILE
001160         THRU 1000-OPEN-CALENDAR-FILE-EXIT.
001170     PERFORM 2000-MAINTAIN-ONE-DAY
001180         THRU 2000-MAINTAIN-ONE-DAY-EXIT
001190         UNTIL CM-DONE.
001200     CLOSE CALENDAR-FILE.
001210     STOP RUN.
001220*
001230*--------------------------------------------------------------*
001240* 0050-GET-OPERATOR-ID - VALIDATED AGAINST THE NAMEOPRF        *
001250* PROFILE FILE, LIKE THE OTHER FRONT ENDS.  NAMEOPRV LOGS      *
001260* EVERY FAILED TRY AND LOCKS THE PROFILE AFTER TOO MANY IN A   *
001270* ROW; A LOCKED PROFILE ENDS THE SESSION.  ONLY A SUPERVISOR   *
001280* MAY CHANGE THE CALENDAR.                                     *
001290*--------------------------------------------------------------*
001300 0050-GET-OPERATOR-ID.
001310     DISPLAY "Please enter your operator ID....: ".
001320     ACCEPT CM-OPERATOR-ID.
001330     CALL "NAMEOPRV" USING CM-OPERATOR-ID CM-AUTH-LEVEL
001340         CM-OPERATOR-VALID-SW CM-INTAKE-SOURCE CM-PROGRAM-ID
001350         CM-SIGNON-FAILURES.
001360     IF CM-OPERATOR-LOCKED
001370         DISPLAY "*** OPERATOR PROFILE LOCKED - SEE YOUR "
001380             "SUPERVISOR ***"
001390         STOP RUN
001400     END-IF.
001410     IF CM-OPERATOR-INVALID
001420         DISPLAY "*** OPERATOR ID NOT AUTHORIZED - "
001430             "TRY AGAIN ***"
001440         GO TO 0050-GET-OPERATOR-ID
001450     END-IF.
001460     IF NOT CM-AUTH-SUPERVISOR
001470         DISPLAY "*** SUPERVISOR AUTHORIZATION REQUIRED ***"
001480         STOP RUN
001490     END-IF.
001500 0050-GET-OPERATOR-ID-EXIT.
001510     EXIT.
001520*
001530*--------------------------------------------------------------*
001540* 1000-OPEN-CALENDAR-FILE - OPEN I-O FOR THE USUAL CASE; IF    *
001550* THE FILE HAS NEVER BEEN WRITTEN, FALL BACK TO OPEN OUTPUT SO *
001560* THE RUNTIME CREATES IT, THE SAME WAY NAMEOPRM CREATES THE    *
001570* PROFILE FILE.                                                *
001580*--------------------------------------------------------------*
001590 1000-OPEN-CALENDAR-FILE.
001600     OPEN I-O CALENDAR-FILE.
001610     IF CM-CALENDAR-FILE-STATUS = "35"
001620         OPEN OUTPUT CALENDAR-FILE
001630         SET CM-NEW-FILE TO TRUE
001640         DISPLAY "*** NEW CALENDAR FILE - NOTHING ON FILE YET ***"
001650     END-IF.
001660 1000-OPEN-CALENDAR-FILE-EXIT.
001670     EXIT.
001680*
001690*--------------------------------------------------------------*
001700* 2000-MAINTAIN-ONE-DAY - A FULL DATE IS MAINTAINED; A YEAR ON *
001710* ITS OWN IS LISTED.  A BLANK ENTRY ENDS THE SESSION.          *
001720*--------------------------------------------------------------*
001730 2000-MAINTAIN-ONE-DAY.
001740     DISPLAY " ".
001750     DISPLAY "DATE TO MAINTAIN (YYYYMMDD), YEAR TO LIST (YYYY),".
001760     DISPLAY "OR BLANK TO EXIT: " WITH NO ADVANCING.
001770     ACCEPT CM-INPUT-DATE.
001780     IF CM-INPUT-DATE = SPACES
001790         SET CM-DONE TO TRUE
001800         GO TO 2000-MAINTAIN-ONE-DAY-EXIT
001810     END-IF.
001820     IF CM-INPUT-MONTH-DAY = SPACES
001830             AND CM-INPUT-YEAR IS NUMERIC
001840         MOVE CM-INPUT-YEAR TO CM-LIST-YEAR
001850         PERFORM 3000-LIST-YEAR THRU 3000-LIST-YEAR-EXIT
001860         GO TO 2000-MAINTAIN-ONE-DAY-EXIT
001870     END-IF.
001880     IF CM-INPUT-DATE IS NOT NUMERIC
001890         DISPLAY "*** KEY A DATE AS YYYYMMDD OR A YEAR AS "
001900             "YYYY ***"
001910         GO TO 2000-MAINTAIN-ONE-DAY-EXIT
001920     END-IF.
001930     MOVE CM-INPUT-DATE TO CM-WORK-DATE.
001940     IF FUNCTION TEST-DATE-YYYYMMDD(CM-WORK-DATE) NOT = ZERO
001950         DISPLAY "*** " CM-INPUT-DATE " IS NOT A VALID DATE ***"
001960         GO TO 2000-MAINTAIN-ONE-DAY-EXIT
001970     END-IF.
001980     PERFORM 2100-FETCH-DAY THRU 2100-FETCH-DAY-EXIT.
001990     PERFORM 2200-PROMPT-FIELDS THRU 2200-PROMPT-FIELDS-EXIT.
002000     IF CM-NEW-TYPE NOT = SPACE
002010         PERFORM 2300-PUT-DAY THRU 2300-PUT-DAY-EXIT
002020     END-IF.
002030 2000-MAINTAIN-ONE-DAY-EXIT.
002040     EXIT.
002050*
002060*--------------------------------------------------------------*
002070* 2100-FETCH-DAY - WORK OUT THE DAY OF THE WEEK (DAY 1 OF THE  *
002080* INTEGER DATE CALENDAR WAS A MONDAY, AS IN NAMECALV), READ    *
002090* ANY ENTRY ALREADY ON FILE FOR THE DATE, AND SHOW BOTH.       *
002100*--------------------------------------------------------------*
002110 2100-FETCH-DAY.
002120     MOVE "N" TO CM-FOUND-SW.
002130     COMPUTE CM-DAY-INTEGER =
002140         FUNCTION INTEGER-OF-DATE(CM-WORK-DATE).
002150     DIVIDE CM-DAY-INTEGER BY 7 GIVING CM-WEEK-NUMBER
002160         REMAINDER CM-WEEKDAY.
002170     EVALUATE CM-WEEKDAY
002180         WHEN 1
002190             MOVE "MONDAY" TO CM-WEEKDAY-NAME
002200         WHEN 2
002210             MOVE "TUESDAY" TO CM-WEEKDAY-NAME
002220         WHEN 3
002230             MOVE "WEDNESDAY" TO CM-WEEKDAY-NAME
002240         WHEN 4
002250             MOVE "THURSDAY" TO CM-WEEKDAY-NAME
002260         WHEN 5
002270             MOVE "FRIDAY" TO CM-WEEKDAY-NAME
002280         WHEN 6
002290             MOVE "SATURDAY" TO CM-WEEKDAY-NAME
002300         WHEN OTHER
002310             MOVE "SUNDAY" TO CM-WEEKDAY-NAME
002320     END-EVALUATE.
002330     DISPLAY CM-WORK-DATE " IS A " CM-WEEKDAY-NAME.
002340     IF CM-WORK-DATE < CM-RUN-DATE
002350         DISPLAY "  NOTE: DATE IS IN THE PAST - A CHANGE ALSO "
002360             "CHANGES PAST AGING"
002370     END-IF.
002380     IF NOT CM-NEW-FILE
002390         MOVE CM-WORK-DATE TO CL-CALENDAR-DATE
002400         READ CALENDAR-FILE
002410             INVALID KEY
002420                 CONTINUE
002430             NOT INVALID KEY
002440                 SET CM-DAY-FOUND TO TRUE
002450         END-READ
002460     END-IF.
002470     IF CM-DAY-FOUND
002480         DISPLAY "CURRENT ENTRY ON FILE:"
002490         DISPLAY "  TYPE..: " CL-DAY-TYPE
002500             " " CL-DESCRIPTION
002510         DISPLAY "  LAST CHANGED BY " CL-UPDATED-BY
002520             " ON " CL-UPDATED-DATE
002530         DISPLAY "ENTER CORRECTED VALUES - BLANK KEEPS CURRENT"
002540     ELSE
002550         IF CM-WEEKDAY >= 1 AND CM-WEEKDAY <= 5
002560             DISPLAY "NO ENTRY ON FILE - A NORMAL BUSINESS DAY"
002570         ELSE
002580             DISPLAY "NO ENTRY ON FILE - A NORMAL WEEKEND DAY"
002590         END-IF
002600     END-IF.
002610 2100-FETCH-DAY-EXIT.
002620     EXIT.
002630*
002640*--------------------------------------------------------------*
002650* 2200-PROMPT-FIELDS - BLANK INPUT KEEPS THE CURRENT VALUE.  A *
002660* NEW ENTRY MUST HAVE A TYPE, AND TAKES A DEFAULT DESCRIPTION  *
002670* IF NONE IS KEYED.  "W" ONLY MEANS SOMETHING ON A WEEKEND DAY *
002680* (A WEEKDAY IS ALREADY A BUSINESS DAY) AND "D" ONLY ON A DAY  *
002690* THAT HAS AN ENTRY.  CM-NEW-TYPE COMES BACK BLANK WHEN THERE  *
002700* IS NOTHING TO WRITE.                                         *
002710*--------------------------------------------------------------*
002720 2200-PROMPT-FIELDS.
002730     IF CM-DAY-FOUND
002740         MOVE CL-DAY-TYPE TO CM-NEW-TYPE
002750     ELSE
002760         MOVE SPACE TO CM-NEW-TYPE
002770     END-IF.
002780     DISPLAY "TYPE - (H)OLIDAY, (C)LOSED, (W)ORKING WEEKEND DAY,".
002790     DISPLAY "       OR (D)ELETE THE ENTRY: " WITH NO ADVANCING.
002800     ACCEPT CM-INPUT-TYPE.
002810     INSPECT CM-INPUT-TYPE CONVERTING "hcwd" TO "HCWD".
002820     IF CM-INPUT-TYPE NOT = SPACE
002830         MOVE CM-INPUT-TYPE TO CM-NEW-TYPE
002840     END-IF.
002850     IF CM-NEW-TYPE = SPACE
002860         DISPLAY "*** NO TYPE KEYED - NOTHING RECORDED ***"
002870         GO TO 2200-PROMPT-FIELDS-EXIT
002880     END-IF.
002890     IF NOT CM-NEW-TYPE-VALID
002900         DISPLAY "*** TYPE MUST BE H, C, W, OR D ***"
002910         MOVE SPACE TO CM-NEW-TYPE
002920         GO TO 2200-PROMPT-FIELDS-EXIT
002930     END-IF.
002940     IF CM-NEW-TYPE-DELETE
002950         IF NOT CM-DAY-FOUND
002960             DISPLAY "*** NO ENTRY ON FILE TO DELETE ***"
002970             MOVE SPACE TO CM-NEW-TYPE
002980         END-IF
002990         GO TO 2200-PROMPT-FIELDS-EXIT
003000     END-IF.
003010     IF CM-NEW-TYPE-WORKING
003020             AND CM-WEEKDAY >= 1 AND CM-WEEKDAY <= 5
003030         DISPLAY "*** A WEEKDAY IS ALREADY A BUSINESS DAY - "
003040             "DELETE THE ENTRY INSTEAD ***"
003050         MOVE SPACE TO CM-NEW-TYPE
003060         GO TO 2200-PROMPT-FIELDS-EXIT
003070     END-IF.
003080     IF NOT CM-DAY-FOUND
003090         MOVE SPACES TO CL-CALENDAR-RECORD
003100     END-IF.
003110     DISPLAY "DESCRIPTION: " WITH NO ADVANCING.
003120     ACCEPT CM-INPUT-DESCRIPTION.
003130     IF CM-INPUT-DESCRIPTION NOT = SPACES
003140         MOVE CM-INPUT-DESCRIPTION TO CL-DESCRIPTION
003150     END-IF.
003160     IF CL-DESCRIPTION = SPACES
003170         EVALUATE TRUE
003180             WHEN CM-NEW-TYPE-HOLIDAY
003190                 MOVE "HOLIDAY" TO CL-DESCRIPTION
003200             WHEN CM-NEW-TYPE-CLOSED
003210                 MOVE "OFFICE CLOSED" TO CL-DESCRIPTION
003220             WHEN OTHER
003230                 MOVE "OFFICE OPEN" TO CL-DESCRIPTION
003240         END-EVALUATE
003250     END-IF.
003260     MOVE CM-NEW-TYPE TO CL-DAY-TYPE.
003270 2200-PROMPT-FIELDS-EXIT.
003280     EXIT.
003290*
003300*--------------------------------------------------------------*
003310* 2300-PUT-DAY - DELETE, REWRITE, OR WRITE THE ENTRY, STAMPED  *
003320* WITH THE SUPERVISOR WHO MADE THE CHANGE.                     *
003330*--------------------------------------------------------------*
003340 2300-PUT-DAY.
003350     MOVE CM-WORK-DATE TO CL-CALENDAR-DATE.
003360     IF CM-NEW-TYPE-DELETE
003370         DELETE CALENDAR-FILE RECORD
003380             INVALID KEY
003390                 DISPLAY "*** CALENDAR DELETE FAILED ***"
003400             NOT INVALID KEY
003410                 DISPLAY "*** ENTRY DELETED ***"
003420         END-DELETE
003430         GO TO 2300-PUT-DAY-EXIT
003440     END-IF.
003450     MOVE CM-OPERATOR-ID TO CL-UPDATED-BY.
003460     MOVE CM-RUN-DATE TO CL-UPDATED-DATE.
003470     IF CM-DAY-FOUND
003480         REWRITE CL-CALENDAR-RECORD
003490             INVALID KEY
003500                 DISPLAY "*** CALENDAR REWRITE FAILED ***"
003510             NOT INVALID KEY
003520                 DISPLAY "*** ENTRY UPDATED ***"
003530         END-REWRITE
003540     ELSE
003550         WRITE CL-CALENDAR-RECORD
003560             INVALID KEY
003570                 DISPLAY "*** CALENDAR WRITE FAILED ***"
003580             NOT INVALID KEY
003590                 DISPLAY "*** ENTRY RECORDED ***"
003600         END-WRITE
003610     END-IF.
003620 2300-PUT-DAY-EXIT.
003630     EXIT.
003640*
003650*--------------------------------------------------------------*
003660* 3000-LIST-YEAR - SHOW EVERY ENTRY ON FILE FOR ONE YEAR, IN   *
003670* DATE ORDER.                                                  *
003680*--------------------------------------------------------------*
003690 3000-LIST-YEAR.
003700     MOVE ZERO TO CM-LIST-COUNT.
003710     MOVE "N" TO CM-LIST-EOF-SW.
003720     IF CM-NEW-FILE
003730         SET CM-LIST-EOF TO TRUE
003740     ELSE
003750         COMPUTE CL-CALENDAR-DATE = CM-LIST-YEAR * 10000 + 101
003760         START CALENDAR-FILE KEY IS NOT LESS THAN CL-CALENDAR-DATE
003770             INVALID KEY
003780                 SET CM-LIST-EOF TO TRUE
003790         END-START
003800     END-IF.
003810     DISPLAY "CALENDAR ENTRIES FOR " CM-LIST-YEAR ":".
003820     PERFORM 3100-LIST-ONE-DAY THRU 3100-LIST-ONE-DAY-EXIT
003830         UNTIL CM-LIST-EOF.
003840     IF CM-LIST-COUNT = ZERO
003850         DISPLAY "  NONE - EVERY WEEKDAY IS A BUSINESS DAY"
003860     ELSE
003870         DISPLAY "  " CM-LIST-COUNT " ENTRIES"
003880     END-IF.
003890 3000-LIST-YEAR-EXIT.
003900     EXIT.
003910*
003920 3100-LIST-ONE-DAY.
003930     READ CALENDAR-FILE NEXT RECORD
003940         AT END
003950             SET CM-LIST-EOF TO TRUE
003960             GO TO 3100-LIST-ONE-DAY-EXIT
003970     END-READ.
003980     MOVE CL-CALENDAR-DATE TO CM-WORK-DATE.
003990     IF CM-WORK-YEAR NOT = CM-LIST-YEAR
004000         SET CM-LIST-EOF TO TRUE
004010         GO TO 3100-LIST-ONE-DAY-EXIT
004020     END-IF.
004030     ADD 1 TO CM-LIST-COUNT.
004040     DISPLAY "  " CL-CALENDAR-DATE " " CL-DAY-TYPE " "
004050         CL-DESCRIPTION " " CL-UPDATED-BY.
004060 3100-LIST-ONE-DAY-EXIT.
004070     EXIT.
004080 END PROGRAM NAMECALM.
