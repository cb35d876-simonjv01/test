000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMESECR.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMESECR IS THE DAILY SECURITY VIOLATION REPORT.  NAMEOPRV   *
000180* LOGS EVERY FAILED SIGN-ON AT THE INTERACTIVE FRONT ENDS, AND *
000190* EVERY PROFILE IT LOCKS AFTER TOO MANY FAILURES IN A ROW, TO  *
000200* THE NAMESECL SECURITY LOG; NAMEOPRM LOGS EVERY PROFILE A     *
000210* SUPERVISOR UNLOCKS.  THIS PROGRAM SORTS TODAY'S EVENTS BY    *
000220* OPERATOR ID AND TIME AND PRINTS THEM, ONE GROUP PER ID, WITH *
000230* A FAILED/LOCKED/UNLOCKED SUBTOTAL PER ID AND GRAND TOTALS.   *
000240* FOR A FAILURE THE "OPERATOR" IS THE ID THAT WAS KEYED, SO A  *
000250* RUN OF IDS THAT WERE NEVER ISSUED IS WHAT SOMEBODY PROBING   *
000260* FOR A GOOD ID LOOKS LIKE ON THIS REPORT.                     *
000270*--------------------------------------------------------------*
000280* MODIFICATION HISTORY                                        *
000290*--------------------------------------------------------------*
000300* DATE       INIT  DESCRIPTION                                 *
000310* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000320*--------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SECURITY-LOG-FILE ASSIGN TO "NAMESECL"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS SC-SECURITY-FILE-STATUS.
000390     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000400     SELECT REPORT-FILE ASSIGN TO "NAMESECP"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450*--------------------------------------------------------------*
000460* SECURITY-LOG-FILE - THE SIGN-ON SECURITY EVENT LOG.  INPUT.  *
000470*--------------------------------------------------------------*
000480 FD  SECURITY-LOG-FILE
000490     RECORDING MODE IS F.
000500 01  SE-SECURITY-RECORD.
000510     COPY NAMESECL.
000520*
000530*--------------------------------------------------------------*
000540* SORT-WORK-FILE - PUTS TODAY'S EVENTS INTO OPERATOR ID AND    *
000550* TIME ORDER.                                                  *
000560*--------------------------------------------------------------*
000570 SD  SORT-WORK-FILE.
000580 01  SW-SORT-RECORD.
000590     COPY NAMESECL.
000600*
000610*--------------------------------------------------------------*
000620* REPORT-FILE - THE PRINTED SECURITY VIOLATION REPORT.         *
000630*--------------------------------------------------------------*
000640 FD  REPORT-FILE.
000650 01  SC-REPORT-LINE              PIC X(80).
000660*
000670 WORKING-STORAGE SECTION.
000680 77  SC-SECURITY-FILE-STATUS     PIC X(02).
000690 77  SC-RUN-DATE                 PIC 9(08).
000700 77  SC-LOG-EOF-SW               PIC X(01) VALUE "N".
000710     88  SC-LOG-EOF                          VALUE "Y".
000720 77  SC-SORT-EOF-SW              PIC X(01) VALUE "N".
000730     88  SC-SORT-EOF                         VALUE "Y".
000740 77  SC-FIRST-GROUP-SW           PIC X(01) VALUE "Y".
000750     88  SC-FIRST-GROUP                      VALUE "Y".
000760 77  SC-CURRENT-ID               PIC X(08).
000770 77  SC-ID-FAILED                PIC 9(07) VALUE ZERO.
000780 77  SC-ID-LOCKED                PIC 9(07) VALUE ZERO.
000790 77  SC-ID-UNLOCKED              PIC 9(07) VALUE ZERO.
000800 77  SC-TOTAL-FAILED             PIC 9(07) VALUE ZERO.
000810 77  SC-TOTAL-LOCKED             PIC 9(07) VALUE ZERO.
000820 77  SC-TOTAL-UNLOCKED           PIC 9(07) VALUE ZERO.
000830 77  SC-TOTAL-NOT-ON-FILE        PIC 9(07) VALUE ZERO.
000840 77  SC-TOTAL-IDS                PIC 9(07) VALUE ZERO.
000850 77  SC-EDIT-COUNT               PIC ZZZZZZ9.
000860 77  SC-EDIT-FAILED              PIC ZZZZZZ9.
000870 77  SC-EDIT-LOCKED              PIC ZZZZZZ9.
000880 77  SC-EDIT-UNLOCKED            PIC ZZZZZZ9.
000890 01  SC-TIME-WORK                PIC 9(06).
000900 01  SC-TIME-PARTS REDEFINES SC-TIME-WORK.
000910     05  SC-TIME-HH              PIC 9(02).
000920     05  SC-TIME-MM              PIC 9(02).
000930     05  SC-TIME-SS              PIC 9(02).
000940*
000950*--------------------------------------------------------------*
000960* ONE PRINTED EVENT.                                           *
000970*--------------------------------------------------------------*
000980 01  SC-DETAIL-LINE.
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  SC-DL-TIME              PIC X(08).
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  SC-DL-EVENT             PIC X(16).
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  SC-DL-PROGRAM           PIC X(08).
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  SC-DL-REASON            PIC X(20).
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  SC-DL-COUNT             PIC Z9.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  SC-DL-BY                PIC X(08).
001110     05  FILLER                  PIC X(04) VALUE SPACES.
001120*
001130 PROCEDURE DIVISION.
001140*--------------------------------------------------------------*
001150* 0000-MAINLINE                                                *
001160*--------------------------------------------------------------*
001170 0000-MAINLINE.
001180     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
001190     OPEN OUTPUT REPORT-FILE.
001200     PERFORM 1000-WRITE-HEADINGS THRU 1000-WRITE-HEADINGS-EXIT.
001210     PERFORM 2000-LIST-EVENTS THRU 2000-LIST-EVENTS-EXIT.
001220     PERFORM 4000-WRITE-TOTALS THRU 4000-WRITE-TOTALS-EXIT.
001230     CLOSE REPORT-FILE.
001240     DISPLAY "NAMESECR COMPLETE - FAILED " SC-TOTAL-FAILED
001250         " LOCKED " SC-TOTAL-LOCKED
001260         " UNLOCKED " SC-TOTAL-UNLOCKED.
001270     STOP RUN.
001280*
001290*--------------------------------------------------------------*
001300* 1000-WRITE-HEADINGS                                          *
001310*--------------------------------------------------------------*
001320 1000-WRITE-HEADINGS.
001330     MOVE SPACES TO SC-REPORT-LINE.
001340     STRING "SIGN-ON SECURITY VIOLATION REPORT - RUN DATE "
001350             DELIMITED BY SIZE
001360         SC-RUN-DATE DELIMITED BY SIZE
001370         INTO SC-REPORT-LINE.
001380     WRITE SC-REPORT-LINE.
001390     MOVE SPACES TO SC-REPORT-LINE.
001400     WRITE SC-REPORT-LINE.
001410     MOVE SPACES TO SC-REPORT-LINE.
001420     STRING "  TIME      EVENT             PROGRAM   REASON"
001430             DELIMITED BY SIZE
001440         "                FAILS BY" DELIMITED BY SIZE
001450         INTO SC-REPORT-LINE.
001460     WRITE SC-REPORT-LINE.
001470 1000-WRITE-HEADINGS-EXIT.
001480     EXIT.
001490*
001500*--------------------------------------------------------------*
001510* 2000-LIST-EVENTS - SORT TODAY'S EVENTS BY OPERATOR ID AND    *
001520* TIME AND PRINT THEM WITH A BREAK ON EACH ID.  AN INPUT       *
001530* PROCEDURE IS USED SO ONLY TODAY'S EVENTS ARE RELEASED - THE  *
001540* LOG IS AN EVER-GROWING FILE LIKE THE AUDIT LOG.              *
001550*--------------------------------------------------------------*
001560 2000-LIST-EVENTS.
001570     SORT SORT-WORK-FILE
001580         ON ASCENDING KEY SE-OPERATOR-ID OF SW-SORT-RECORD
001590                          SE-EVENT-TIME OF SW-SORT-RECORD
001600         INPUT PROCEDURE IS 2100-RELEASE-TODAYS-EVENTS
001610             THRU 2100-RELEASE-TODAYS-EVENTS-EXIT
001620         OUTPUT PROCEDURE IS 3000-PRINT-EVENTS
001630             THRU 3000-PRINT-EVENTS-EXIT.
001640 2000-LIST-EVENTS-EXIT.
001650     EXIT.
001660*
001670*--------------------------------------------------------------*
001680* 2100-RELEASE-TODAYS-EVENTS - A MISSING LOG (NOBODY HAS EVER  *
001690* FAILED A SIGN-ON) IS NOT AN ERROR - NOTHING IS RELEASED.     *
001700*--------------------------------------------------------------*
001710 2100-RELEASE-TODAYS-EVENTS.
001720     OPEN INPUT SECURITY-LOG-FILE.
001730     IF SC-SECURITY-FILE-STATUS = "35"
001740         GO TO 2100-RELEASE-TODAYS-EVENTS-EXIT
001750     END-IF.
001760     PERFORM 2110-RELEASE-ONE-EVENT
001770         THRU 2110-RELEASE-ONE-EVENT-EXIT
001780         UNTIL SC-LOG-EOF.
001790     CLOSE SECURITY-LOG-FILE.
001800 2100-RELEASE-TODAYS-EVENTS-EXIT.
001810     EXIT.
001820*
001830 2110-RELEASE-ONE-EVENT.
001840     READ SECURITY-LOG-FILE
001850         AT END
001860             MOVE "Y" TO SC-LOG-EOF-SW
001870     END-READ.
001880     IF NOT SC-LOG-EOF
001890             AND SE-EVENT-DATE OF SE-SECURITY-RECORD = SC-RUN-DATE
001900         RELEASE SW-SORT-RECORD FROM SE-SECURITY-RECORD
001910     END-IF.
001920 2110-RELEASE-ONE-EVENT-EXIT.
001930     EXIT.
001940*
001950*--------------------------------------------------------------*
001960* 3000-PRINT-EVENTS - RETURN THE SORTED EVENTS, BREAKING ON    *
001970* EACH NEW OPERATOR ID.                                        *
001980*--------------------------------------------------------------*
001990 3000-PRINT-EVENTS.
002000     PERFORM 3100-PRINT-ONE-EVENT THRU 3100-PRINT-ONE-EVENT-EXIT
002010         UNTIL SC-SORT-EOF.
002020     IF SC-FIRST-GROUP
002030         MOVE SPACES TO SC-REPORT-LINE
002040         WRITE SC-REPORT-LINE
002050         MOVE "NO SIGN-ON SECURITY EVENTS TODAY" TO SC-REPORT-LINE
002060         WRITE SC-REPORT-LINE
002070     ELSE
002080         PERFORM 3300-WRITE-ID-SUBTOTAL
002090             THRU 3300-WRITE-ID-SUBTOTAL-EXIT
002100     END-IF.
002110 3000-PRINT-EVENTS-EXIT.
002120     EXIT.
002130*
002140 3100-PRINT-ONE-EVENT.
002150     RETURN SORT-WORK-FILE
002160         AT END
002170             MOVE "Y" TO SC-SORT-EOF-SW
002180     END-RETURN.
002190     IF SC-SORT-EOF
002200         GO TO 3100-PRINT-ONE-EVENT-EXIT
002210     END-IF.
002220     IF SC-FIRST-GROUP
002230             OR SE-OPERATOR-ID OF SW-SORT-RECORD
002240                 NOT = SC-CURRENT-ID
002250         PERFORM 3200-START-ID-GROUP THRU 3200-START-ID-GROUP-EXIT
002260     END-IF.
002270     PERFORM 3400-FORMAT-EVENT THRU 3400-FORMAT-EVENT-EXIT.
002280     MOVE SC-DETAIL-LINE TO SC-REPORT-LINE.
002290     WRITE SC-REPORT-LINE.
002300 3100-PRINT-ONE-EVENT-EXIT.
002310     EXIT.
002320*
002330*--------------------------------------------------------------*
002340* 3200-START-ID-GROUP - CLOSE OFF THE PREVIOUS ID'S GROUP WITH *
002350* ITS SUBTOTAL AND HEAD UP THE NEXT ONE.                       *
002360*--------------------------------------------------------------*
002370 3200-START-ID-GROUP.
002380     IF NOT SC-FIRST-GROUP
002390         PERFORM 3300-WRITE-ID-SUBTOTAL
002400             THRU 3300-WRITE-ID-SUBTOTAL-EXIT
002410     END-IF.
002420     MOVE "N" TO SC-FIRST-GROUP-SW.
002430     MOVE SE-OPERATOR-ID OF SW-SORT-RECORD TO SC-CURRENT-ID.
002440     ADD 1 TO SC-TOTAL-IDS.
002450     MOVE ZERO TO SC-ID-FAILED.
002460     MOVE ZERO TO SC-ID-LOCKED.
002470     MOVE ZERO TO SC-ID-UNLOCKED.
002480     MOVE SPACES TO SC-REPORT-LINE.
002490     WRITE SC-REPORT-LINE.
002500     MOVE SPACES TO SC-REPORT-LINE.
002510     IF SC-CURRENT-ID = SPACES
002520         MOVE "OPERATOR ID: (BLANK)" TO SC-REPORT-LINE
002530     ELSE
002540         STRING "OPERATOR ID: " DELIMITED BY SIZE
002550             SC-CURRENT-ID DELIMITED BY SIZE
002560             INTO SC-REPORT-LINE
002570     END-IF.
002580     WRITE SC-REPORT-LINE.
002590 3200-START-ID-GROUP-EXIT.
002600     EXIT.
002610*
002620 3300-WRITE-ID-SUBTOTAL.
002630     MOVE SC-ID-FAILED TO SC-EDIT-FAILED.
002640     MOVE SC-ID-LOCKED TO SC-EDIT-LOCKED.
002650     MOVE SC-ID-UNLOCKED TO SC-EDIT-UNLOCKED.
002660     MOVE SPACES TO SC-REPORT-LINE.
002670     STRING "  ID TOTAL - FAILED " DELIMITED BY SIZE
002680         SC-EDIT-FAILED DELIMITED BY SIZE
002690         "  LOCKED " DELIMITED BY SIZE
002700         SC-EDIT-LOCKED DELIMITED BY SIZE
002710         "  UNLOCKED " DELIMITED BY SIZE
002720         SC-EDIT-UNLOCKED DELIMITED BY SIZE
002730         INTO SC-REPORT-LINE.
002740     WRITE SC-REPORT-LINE.
002750 3300-WRITE-ID-SUBTOTAL-EXIT.
002760     EXIT.
002770*
002780*--------------------------------------------------------------*
002790* 3400-FORMAT-EVENT - BUILD THE DETAIL LINE AND COUNT THE      *
002800* EVENT AGAINST THE ID AND THE RUN.                            *
002810*--------------------------------------------------------------*
002820 3400-FORMAT-EVENT.
002830     MOVE SE-EVENT-TIME OF SW-SORT-RECORD TO SC-TIME-WORK.
002840     MOVE SPACES TO SC-DL-TIME.
002850     STRING SC-TIME-HH DELIMITED BY SIZE
002860         ":" DELIMITED BY SIZE
002870         SC-TIME-MM DELIMITED BY SIZE
002880         ":" DELIMITED BY SIZE
002890         SC-TIME-SS DELIMITED BY SIZE
002900         INTO SC-DL-TIME.
002910     MOVE SE-PROGRAM-ID OF SW-SORT-RECORD TO SC-DL-PROGRAM.
002920     MOVE SE-FAIL-COUNT OF SW-SORT-RECORD TO SC-DL-COUNT.
002930     MOVE SE-BY-OPERATOR-ID OF SW-SORT-RECORD TO SC-DL-BY.
002940     EVALUATE TRUE
002950         WHEN SE-SIGNON-FAILED OF SW-SORT-RECORD
002960             MOVE "FAILED SIGN-ON" TO SC-DL-EVENT
002970             ADD 1 TO SC-ID-FAILED
002980             ADD 1 TO SC-TOTAL-FAILED
002990         WHEN SE-PROFILE-LOCKED OF SW-SORT-RECORD
003000             MOVE "PROFILE LOCKED" TO SC-DL-EVENT
003010             ADD 1 TO SC-ID-LOCKED
003020             ADD 1 TO SC-TOTAL-LOCKED
003030         WHEN SE-PROFILE-UNLOCKED OF SW-SORT-RECORD
003040             MOVE "PROFILE UNLOCKED" TO SC-DL-EVENT
003050             ADD 1 TO SC-ID-UNLOCKED
003060             ADD 1 TO SC-TOTAL-UNLOCKED
003070         WHEN OTHER
003080             MOVE "UNKNOWN EVENT" TO SC-DL-EVENT
003090     END-EVALUATE.
003100     EVALUATE TRUE
003110         WHEN SE-REASON-NOT-ON-FILE OF SW-SORT-RECORD
003120             MOVE "ID NOT ON FILE" TO SC-DL-REASON
003130             ADD 1 TO SC-TOTAL-NOT-ON-FILE
003140         WHEN SE-REASON-INACTIVE OF SW-SORT-RECORD
003150             MOVE "PROFILE INACTIVE" TO SC-DL-REASON
003160         WHEN SE-REASON-LOCKED OF SW-SORT-RECORD
003170             MOVE "PROFILE IS LOCKED" TO SC-DL-REASON
003180         WHEN SE-REASON-NO-PROFILES OF SW-SORT-RECORD
003190             MOVE "NO PROFILE FILE" TO SC-DL-REASON
003200         WHEN SE-REASON-TOO-MANY OF SW-SORT-RECORD
003210             MOVE "TOO MANY FAILURES" TO SC-DL-REASON
003220         WHEN SE-REASON-SUPERVISOR OF SW-SORT-RECORD
003230             MOVE "SUPERVISOR UNLOCK" TO SC-DL-REASON
003240         WHEN OTHER
003250             MOVE SPACES TO SC-DL-REASON
003260     END-EVALUATE.
003270 3400-FORMAT-EVENT-EXIT.
003280     EXIT.
003290*
003300*--------------------------------------------------------------*
003310* 4000-WRITE-TOTALS                                            *
003320*--------------------------------------------------------------*
003330 4000-WRITE-TOTALS.
003340     MOVE SPACES TO SC-REPORT-LINE.
003350     WRITE SC-REPORT-LINE.
003360     MOVE SC-TOTAL-IDS TO SC-EDIT-COUNT.
003370     MOVE SPACES TO SC-REPORT-LINE.
003380     STRING "OPERATOR IDS WITH EVENTS . . . . : " DELIMITED BY
003390             SIZE
003400         SC-EDIT-COUNT DELIMITED BY SIZE
003410         INTO SC-REPORT-LINE.
003420     WRITE SC-REPORT-LINE.
003430     MOVE SC-TOTAL-FAILED TO SC-EDIT-COUNT.
003440     MOVE SPACES TO SC-REPORT-LINE.
003450     STRING "FAILED SIGN-ONS. . . . . . . . . : " DELIMITED BY
003460             SIZE
003470         SC-EDIT-COUNT DELIMITED BY SIZE
003480         INTO SC-REPORT-LINE.
003490     WRITE SC-REPORT-LINE.
003500     MOVE SC-TOTAL-NOT-ON-FILE TO SC-EDIT-COUNT.
003510     MOVE SPACES TO SC-REPORT-LINE.
003520     STRING "  OF WHICH ID NOT ON FILE. . . . : " DELIMITED BY
003530             SIZE
003540         SC-EDIT-COUNT DELIMITED BY SIZE
003550         INTO SC-REPORT-LINE.
003560     WRITE SC-REPORT-LINE.
003570     MOVE SC-TOTAL-LOCKED TO SC-EDIT-COUNT.
003580     MOVE SPACES TO SC-REPORT-LINE.
003590     STRING "PROFILES LOCKED. . . . . . . . . : " DELIMITED BY
003600             SIZE
003610         SC-EDIT-COUNT DELIMITED BY SIZE
003620         INTO SC-REPORT-LINE.
003630     WRITE SC-REPORT-LINE.
003640     MOVE SC-TOTAL-UNLOCKED TO SC-EDIT-COUNT.
003650     MOVE SPACES TO SC-REPORT-LINE.
003660     STRING "PROFILES UNLOCKED. . . . . . . . : " DELIMITED BY
003670             SIZE
003680         SC-EDIT-COUNT DELIMITED BY SIZE
003690         INTO SC-REPORT-LINE.
003700     WRITE SC-REPORT-LINE.
003710 4000-WRITE-TOTALS-EXIT.
003720     EXIT.
003730 END PROGRAM NAMESECR.
