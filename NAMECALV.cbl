000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMECALV.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMECALV ANSWERS BUSINESS-DAY QUESTIONS FROM THE NAMECAL     *
000180* CALENDAR FILE.  SHARED BY OBTAINBAT, NAMEEOD, NAMERECON,     *
000190* NAMEPNDR, NAMETRND, AND THE NAMEAUDP/NAMEARCH RETENTION JOBS *
000200* THE SAME WAY NAMEOPRV IS SHARED BY THE FRONT ENDS, SO EVERY  *
000210* DATE CHECK IN THE SYSTEM AGREES ON WHICH DAYS THE OFFICE     *
000220* WAS OPEN.  THE CALLER PASSES ONE NAMECALP AREA; THE          *
000230* FUNCTIONS (CHECK A DAY, COUNT BUSINESS DAYS BETWEEN TWO      *
000240* DATES, STEP FORWARD OR BACK SO MANY BUSINESS DAYS) ARE       *
000250* DESCRIBED IN THAT COPYBOOK.                                  *
000260*                                                              *
000270* MONDAY TO FRIDAY IS A BUSINESS DAY UNLESS THE CALENDAR SAYS  *
000280* THE DAY IS A HOLIDAY OR AN OFFICE CLOSURE; A WEEKEND DAY IS  *
000290* NOT, UNLESS THE CALENDAR SAYS THE OFFICE WORKED IT.  WITH NO *
000300* CALENDAR FILE, OR FOR A YEAR NOBODY HAS KEYED ANY DAYS FOR,  *
000310* THE WEEKDAY RULE ALONE ANSWERS AND THE STATUS SAYS SO.       *
000320*                                                              *
000330* THE CALENDAR IS OPENED ON THE FIRST CALL AND LEFT OPEN FOR   *
000340* THE REST OF THE RUN, SO A BATCH JOB AGING THOUSANDS OF       *
000350* RECORDS DOES NOT OPEN IT THOUSANDS OF TIMES.                 *
000360*--------------------------------------------------------------*
000370* MODIFICATION HISTORY                                        *
000380*--------------------------------------------------------------*
000390* DATE       INIT  DESCRIPTION                                 *
000400* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000401* 2026-10-15 SV    TAKE ANY OPEN STATUS ON NAMECAL OTHER THAN  *
000402*                  00 AS A MISSING CALENDAR FILE.              *
000410*--------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CALENDAR-FILE ASSIGN TO "NAMECAL"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CL-CALENDAR-DATE
000490         FILE STATUS IS CV-CALENDAR-FILE-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530*--------------------------------------------------------------*
000540* CALENDAR-FILE - THE HOLIDAYS, CLOSURES, AND WORKED WEEKEND   *
000550* DAYS.  INPUT ONLY.                                           *
000560*--------------------------------------------------------------*
000570 FD  CALENDAR-FILE.
000580 01  CL-CALENDAR-RECORD.
000590     COPY NAMECALF.
000600*
000610 WORKING-STORAGE SECTION.
000620 77  CV-CALENDAR-FILE-STATUS     PIC X(02).
000630 77  CV-OPEN-SW                  PIC X(01) VALUE "N".
000640     88  CV-NOT-YET-OPENED                   VALUE "N".
000650     88  CV-FILE-OPEN                        VALUE "Y".
000660     88  CV-FILE-MISSING                     VALUE "M".
000670 77  CV-CHECKED-YEAR             PIC 9(04) VALUE ZERO.
000680 77  CV-YEAR-KEYED-SW            PIC X(01) VALUE "N".
000690     88  CV-YEAR-KEYED                       VALUE "Y".
000700 77  CV-DATE-OK-SW               PIC X(01).
000710     88  CV-DATE-OK                          VALUE "Y".
000720 77  CV-DIRECTION-SW             PIC X(01).
000730     88  CV-GOING-FORWARD                    VALUE "F".
000740     88  CV-GOING-BACK                       VALUE "B".
000750 77  CV-DAY-INTEGER              PIC 9(08) COMP.
000760 77  CV-END-INTEGER              PIC 9(08) COMP.
000770 77  CV-WEEK-NUMBER              PIC 9(08) COMP.
000780 77  CV-WEEKDAY                  PIC 9(01) COMP.
000790 77  CV-TARGET-DAYS              PIC 9(05) COMP.
000800 77  CV-DAYS-FOUND               PIC 9(05) COMP.
000810 77  CV-DAYS-SCANNED             PIC 9(05) COMP.
000820 77  CV-SCAN-LIMIT               PIC 9(05) COMP VALUE 36600.
000830*
000840*--------------------------------------------------------------*
000850* THE DAY BEING LOOKED AT, AND A DATE BEING VALIDATED.         *
000860*--------------------------------------------------------------*
000870 01  CV-WORK-DATE                PIC 9(08).
000880 01  CV-WORK-DATE-PARTS REDEFINES CV-WORK-DATE.
000890     05  CV-WORK-YEAR            PIC 9(04).
000900     05  FILLER                  PIC 9(04).
000910*
000920 01  CV-CHECK-DATE               PIC 9(08).
000930 01  CV-CHECK-DATE-PARTS REDEFINES CV-CHECK-DATE.
000940     05  CV-CHECK-YEAR           PIC 9(04).
000950     05  FILLER                  PIC 9(04).
000960*
000970 LINKAGE SECTION.
000980 01  CV-CALENDAR-PARMS.
000990     COPY NAMECALP.
001000*
001010 PROCEDURE DIVISION USING CV-CALENDAR-PARMS.
001020*--------------------------------------------------------------*
001030* 0000-MAINLINE - OPEN THE CALENDAR ON THE FIRST CALL, CHECK   *
001040* THE DATES PASSED, AND DISPATCH BY FUNCTION.                  *
001050*--------------------------------------------------------------*
001060 0000-MAINLINE.
001070     IF CV-NOT-YET-OPENED
001080         PERFORM 1000-OPEN-CALENDAR THRU 1000-OPEN-CALENDAR-EXIT
001090     END-IF.
001100     SET CP-CALENDAR-OK TO TRUE.
001110     IF CV-FILE-MISSING
001120         SET CP-CALENDAR-MISSING TO TRUE
001130     END-IF.
001140     MOVE SPACE TO CP-BUSINESS-DAY-SW.
001150     MOVE SPACES TO CP-DAY-REASON.
001160     MOVE CP-FROM-DATE TO CV-CHECK-DATE.
001170     PERFORM 1100-VALIDATE-DATE THRU 1100-VALIDATE-DATE-EXIT.
001180     IF NOT CV-DATE-OK
001190         SET CP-DATE-INVALID TO TRUE
001200         GOBACK
001210     END-IF.
001220     COMPUTE CV-DAY-INTEGER =
001230         FUNCTION INTEGER-OF-DATE(CP-FROM-DATE).
001240     EVALUATE TRUE
001250         WHEN CP-CHECK-DAY
001260             PERFORM 2000-CHECK-ONE-DAY
001270                 THRU 2000-CHECK-ONE-DAY-EXIT
001280         WHEN CP-COUNT-DAYS
001290             PERFORM 3000-COUNT-BUSINESS-DAYS
001300                 THRU 3000-COUNT-BUSINESS-DAYS-EXIT
001310         WHEN CP-FORWARD-DAYS
001320             SET CV-GOING-FORWARD TO TRUE
001330             PERFORM 4000-STEP-BUSINESS-DAYS
001340                 THRU 4000-STEP-BUSINESS-DAYS-EXIT
001350         WHEN CP-BACK-DAYS
001360             SET CV-GOING-BACK TO TRUE
001370             PERFORM 4000-STEP-BUSINESS-DAYS
001380                 THRU 4000-STEP-BUSINESS-DAYS-EXIT
001390         WHEN OTHER
001400             SET CP-DATE-INVALID TO TRUE
001410     END-EVALUATE.
001420     GOBACK.
001430*
001440*--------------------------------------------------------------*
001450* 1000-OPEN-CALENDAR - A MISSING FILE IS NOT AN ERROR HERE;    *
001460* EVERY ANSWER FALLS BACK TO THE WEEKDAY RULE AND SAYS SO.     *
001461* ANY OPEN STATUS BUT 00 IS TAKEN AS A MISSING FILE.           *
001470*--------------------------------------------------------------*
001480 1000-OPEN-CALENDAR.
001490     OPEN INPUT CALENDAR-FILE.
001500     IF CV-CALENDAR-FILE-STATUS = "00"
001510         SET CV-FILE-OPEN TO TRUE
001520     ELSE
001530         SET CV-FILE-MISSING TO TRUE
001540     END-IF.
001550 1000-OPEN-CALENDAR-EXIT.
001560     EXIT.
001570*
001580*--------------------------------------------------------------*
001590* 1100-VALIDATE-DATE - CV-CHECK-DATE MUST BE A REAL YYYYMMDD   *
001600* DATE ON THE INTEGER DATE CALENDAR (1601 ONWARD), SO THE DATE *
001610* ARITHMETIC BELOW IS NEVER HANDED A DATE IT CANNOT CONVERT.   *
001620*--------------------------------------------------------------*
001630 1100-VALIDATE-DATE.
001640     MOVE "N" TO CV-DATE-OK-SW.
001650     IF CV-CHECK-DATE IS NOT NUMERIC
001660         GO TO 1100-VALIDATE-DATE-EXIT
001670     END-IF.
001680     IF FUNCTION TEST-DATE-YYYYMMDD(CV-CHECK-DATE) = ZERO
001690         SET CV-DATE-OK TO TRUE
001700     END-IF.
001710 1100-VALIDATE-DATE-EXIT.
001720     EXIT.
001730*
001740*--------------------------------------------------------------*
001750* 2000-CHECK-ONE-DAY - IS THE DAY AT CV-DAY-INTEGER A BUSINESS *
001760* DAY?  DAY 1 OF THE INTEGER DATE CALENDAR (1601-01-01) WAS A  *
001770* MONDAY, SO THE REMAINDER OF AN INTEGER DATE DIVIDED BY 7 IS  *
001780* 1 FOR A MONDAY THROUGH 5 FOR A FRIDAY, 6 FOR A SATURDAY, AND *
001790* 0 FOR A SUNDAY.  A CALENDAR RECORD FOR THE DATE OVERRIDES    *
001800* THE WEEKDAY RULE, AND ITS DESCRIPTION BECOMES THE REASON.    *
001810*--------------------------------------------------------------*
001820 2000-CHECK-ONE-DAY.
001830     COMPUTE CV-WORK-DATE =
001840         FUNCTION DATE-OF-INTEGER(CV-DAY-INTEGER).
001850     DIVIDE CV-DAY-INTEGER BY 7 GIVING CV-WEEK-NUMBER
001860         REMAINDER CV-WEEKDAY.
001870     EVALUATE CV-WEEKDAY
001880         WHEN 6
001890             SET CP-NON-BUSINESS-DAY TO TRUE
001900             MOVE "SATURDAY" TO CP-DAY-REASON
001910         WHEN 0
001920             SET CP-NON-BUSINESS-DAY TO TRUE
001930             MOVE "SUNDAY" TO CP-DAY-REASON
001940         WHEN OTHER
001950             SET CP-BUSINESS-DAY TO TRUE
001960             MOVE "BUSINESS DAY" TO CP-DAY-REASON
001970     END-EVALUATE.
001980     IF NOT CV-FILE-OPEN
001990         GO TO 2000-CHECK-ONE-DAY-EXIT
002000     END-IF.
002010     IF CV-WORK-YEAR NOT = CV-CHECKED-YEAR
002020         PERFORM 2100-CHECK-YEAR-KEYED
002030             THRU 2100-CHECK-YEAR-KEYED-EXIT
002040     END-IF.
002050     IF NOT CV-YEAR-KEYED
002060         IF CP-CALENDAR-OK
002070             SET CP-YEAR-NOT-KEYED TO TRUE
002080         END-IF
002090         GO TO 2000-CHECK-ONE-DAY-EXIT
002100     END-IF.
002110     MOVE CV-WORK-DATE TO CL-CALENDAR-DATE.
002120     READ CALENDAR-FILE
002130         INVALID KEY
002140             GO TO 2000-CHECK-ONE-DAY-EXIT
002150     END-READ.
002160     IF CL-NON-BUSINESS-DAY
002170         SET CP-NON-BUSINESS-DAY TO TRUE
002180         MOVE CL-DESCRIPTION TO CP-DAY-REASON
002190     END-IF.
002200     IF CL-WORKING-DAY
002210         SET CP-BUSINESS-DAY TO TRUE
002220         MOVE CL-DESCRIPTION TO CP-DAY-REASON
002230     END-IF.
002240 2000-CHECK-ONE-DAY-EXIT.
002250     EXIT.
002260*
002270*--------------------------------------------------------------*
002280* 2100-CHECK-YEAR-KEYED - HAS ANY DAY AT ALL BEEN KEYED FOR    *
002290* THIS YEAR?  A YEAR WITH NOTHING ON FILE MEANS NOBODY HAS     *
002300* LOADED ITS HOLIDAYS YET, NOT THAT IT HAS NONE.  REMEMBERED   *
002310* UNTIL A DATE IN ANOTHER YEAR IS ASKED ABOUT.                 *
002320*--------------------------------------------------------------*
002330 2100-CHECK-YEAR-KEYED.
002340     MOVE CV-WORK-YEAR TO CV-CHECKED-YEAR.
002350     MOVE "N" TO CV-YEAR-KEYED-SW.
002360     COMPUTE CL-CALENDAR-DATE = CV-WORK-YEAR * 10000 + 101.
002370     START CALENDAR-FILE KEY IS NOT LESS THAN CL-CALENDAR-DATE
002380         INVALID KEY
002390             GO TO 2100-CHECK-YEAR-KEYED-EXIT
002400     END-START.
002410     READ CALENDAR-FILE NEXT RECORD
002420         AT END
002430             GO TO 2100-CHECK-YEAR-KEYED-EXIT
002440     END-READ.
002450     MOVE CL-CALENDAR-DATE TO CV-CHECK-DATE.
002460     IF CV-CHECK-YEAR = CV-WORK-YEAR
002470         SET CV-YEAR-KEYED TO TRUE
002480     END-IF.
002490 2100-CHECK-YEAR-KEYED-EXIT.
002500     EXIT.
002510*
002520*--------------------------------------------------------------*
002530* 3000-COUNT-BUSINESS-DAYS - COUNT THE BUSINESS DAYS AFTER     *
002540* CP-FROM-DATE, UP TO AND INCLUDING CP-TO-DATE.  THE FROM DATE *
002550* ITSELF NEVER COUNTS, SO A RECORD DATED TODAY IS ZERO DAYS    *
002560* OLD.                                                         *
002570*--------------------------------------------------------------*
002580 3000-COUNT-BUSINESS-DAYS.
002590     MOVE ZERO TO CP-DAY-COUNT.
002600     MOVE CP-TO-DATE TO CV-CHECK-DATE.
002610     PERFORM 1100-VALIDATE-DATE THRU 1100-VALIDATE-DATE-EXIT.
002620     IF NOT CV-DATE-OK
002630         SET CP-DATE-INVALID TO TRUE
002640         GO TO 3000-COUNT-BUSINESS-DAYS-EXIT
002650     END-IF.
002660     COMPUTE CV-END-INTEGER =
002670         FUNCTION INTEGER-OF-DATE(CP-TO-DATE).
002680     ADD 1 TO CV-DAY-INTEGER.
002690     PERFORM 3100-COUNT-ONE-DAY THRU 3100-COUNT-ONE-DAY-EXIT
002700         UNTIL CV-DAY-INTEGER > CV-END-INTEGER.
002710 3000-COUNT-BUSINESS-DAYS-EXIT.
002720     EXIT.
002730*
002740 3100-COUNT-ONE-DAY.
002750     PERFORM 2000-CHECK-ONE-DAY THRU 2000-CHECK-ONE-DAY-EXIT.
002760     IF CP-BUSINESS-DAY AND CP-DAY-COUNT < 99999
002770         ADD 1 TO CP-DAY-COUNT
002780     END-IF.
002790     ADD 1 TO CV-DAY-INTEGER.
002800 3100-COUNT-ONE-DAY-EXIT.
002810     EXIT.
002820*
002830*--------------------------------------------------------------*
002840* 4000-STEP-BUSINESS-DAYS - WALK FORWARD OR BACK FROM          *
002850* CP-FROM-DATE UNTIL CP-DAY-COUNT BUSINESS DAYS HAVE BEEN      *
002860* PASSED, AND RETURN THE LAST ONE IN CP-TO-DATE.  A COUNT OF   *
002870* ZERO STARTS ON THE FROM DATE ITSELF AND STOPS AT THE FIRST   *
002880* BUSINESS DAY FOUND.  A CALENDAR THAT SHOWS NO BUSINESS DAY   *
002890* FOR A CENTURY IS TREATED AS AN INVALID REQUEST RATHER THAN   *
002900* LOOPED ON.                                                   *
002910*--------------------------------------------------------------*
002920 4000-STEP-BUSINESS-DAYS.
002930     MOVE ZERO TO CP-TO-DATE.
002940     MOVE ZERO TO CV-DAYS-FOUND.
002950     MOVE ZERO TO CV-DAYS-SCANNED.
002960     IF CP-DAY-COUNT = ZERO
002970         MOVE 1 TO CV-TARGET-DAYS
002980     ELSE
002990         MOVE CP-DAY-COUNT TO CV-TARGET-DAYS
003000         PERFORM 4200-MOVE-ONE-DAY THRU 4200-MOVE-ONE-DAY-EXIT
003010     END-IF.
003020     PERFORM 4100-STEP-ONE-DAY THRU 4100-STEP-ONE-DAY-EXIT
003030         UNTIL CV-DAYS-FOUND NOT < CV-TARGET-DAYS
003040             OR CV-DAYS-SCANNED NOT < CV-SCAN-LIMIT
003050             OR CP-DATE-INVALID.
003060     IF CV-DAYS-FOUND < CV-TARGET-DAYS
003070         SET CP-DATE-INVALID TO TRUE
003080         GO TO 4000-STEP-BUSINESS-DAYS-EXIT
003090     END-IF.
003100     COMPUTE CP-TO-DATE =
003110         FUNCTION DATE-OF-INTEGER(CV-DAY-INTEGER).
003120 4000-STEP-BUSINESS-DAYS-EXIT.
003130     EXIT.
003140*
003150 4100-STEP-ONE-DAY.
003160     PERFORM 2000-CHECK-ONE-DAY THRU 2000-CHECK-ONE-DAY-EXIT.
003170     IF CP-BUSINESS-DAY
003180         ADD 1 TO CV-DAYS-FOUND
003190     END-IF.
003200     IF CV-DAYS-FOUND < CV-TARGET-DAYS
003210         PERFORM 4200-MOVE-ONE-DAY THRU 4200-MOVE-ONE-DAY-EXIT
003220     END-IF.
003230     ADD 1 TO CV-DAYS-SCANNED.
003240 4100-STEP-ONE-DAY-EXIT.
003250     EXIT.
003260*
003270*--------------------------------------------------------------*
003280* 4200-MOVE-ONE-DAY - ONE CALENDAR DAY IN THE DIRECTION ASKED. *
003290* NOTHING STEPS BACK PAST THE START OF THE INTEGER CALENDAR.   *
003300*--------------------------------------------------------------*
003310 4200-MOVE-ONE-DAY.
003320     IF CV-GOING-FORWARD
003330         ADD 1 TO CV-DAY-INTEGER
003340     ELSE
003350         IF CV-DAY-INTEGER > 1
003360             SUBTRACT 1 FROM CV-DAY-INTEGER
003370         ELSE
003380             SET CP-DATE-INVALID TO TRUE
003390         END-IF
003400     END-IF.
003410 4200-MOVE-ONE-DAY-EXIT.
003420     EXIT.
003430 END PROGRAM NAMECALV.
