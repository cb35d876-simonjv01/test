000260*                                                              *
000270* THE JCL PARM IS THE RETENTION IN DAYS, THREE DIGITS          *
000280* (PARM='090' KEEPS 90 DAYS ON THE LIVE LOG).                  *
000282* AN OPTIONAL FOURTH CHARACTER OF "B" COUNTS THE RETENTION IN  *
000284* BUSINESS DAYS FROM THE NAMECAL CALENDAR (VIA NAMECALV)       *
000286* INSTEAD OF CALENDAR DAYS (PARM='090B').                      *
000290*--------------------------------------------------------------*
000300* MODIFICATION HISTORY                                        *
000310*--------------------------------------------------------------*
000320* DATE       INIT  DESCRIPTION                                 *
000330* 2026-08-22 SV    ORIGINAL PROGRAM.                           *
000331* 2026-10-15 SV    TAKE AN OPTIONAL "B" AFTER THE RETENTION    *
000332*                  ON THE PARM TO COUNT IT IN BUSINESS DAYS    *
000333*                  FROM THE NEW NAMECAL CALENDAR (VIA          *
000334*                  NAMECALV), AND SHOW THE BASIS USED ON THE   *
000335*                  CONTROL REPORT.                             *
000340*--------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000850 77  AP-CUTOFF-DATE              PIC 9(08).
000860 77  AP-RETENTION-DAYS           PIC 9(03) VALUE 90.
000870 77  AP-DATE-INTEGER             PIC 9(08) COMP.
000871 77  AP-BASIS-SW                 PIC X(01) VALUE "C".
000872     88  AP-CALENDAR-BASIS                   VALUE "C".
000873     88  AP-BUSINESS-BASIS                   VALUE "B".
000874 77  AP-CALENDAR-NOTE-SW         PIC X(01) VALUE "N".
000875     88  AP-CALENDAR-NOTE                    VALUE "Y".
000880 77  AP-AUDIT-EOF-SW             PIC X(01) VALUE "N".
000890     88  AP-AUDIT-EOF                        VALUE "Y".
000900 77  AP-READ-COUNT               PIC 9(07) VALUE ZERO.
000910 77  AP-ARCHIVE-COUNT            PIC 9(07) VALUE ZERO.
000920 77  AP-RETAIN-COUNT             PIC 9(07) VALUE ZERO.
000930 77  AP-EDIT-COUNT               PIC ZZZZZZ9.
000933 01  AP-CALENDAR-PARMS.
000936     COPY NAMECALP.
000940*
000950 LINKAGE SECTION.
000960 01  AP-PARM-FIELD.
000970     05  AP-PARM-LEN             PIC S9(4) COMP.
000980     05  AP-PARM-RETENTION       PIC X(03).
000985     05  AP-PARM-BASIS           PIC X(01).
000990*
001000 PROCEDURE DIVISION USING AP-PARM-FIELD.
001010*--------------------------------------------------------------*
001210             AND AP-PARM-RETENTION IS NUMERIC
001220         MOVE AP-PARM-RETENTION TO AP-RETENTION-DAYS
001230     END-IF.
001232     IF AP-PARM-LEN >= 4
001235             AND AP-PARM-BASIS = "B"
001238         SET AP-BUSINESS-BASIS TO TRUE
001241     END-IF.
001244     IF AP-BUSINESS-BASIS
001247         SET CP-BACK-DAYS TO TRUE
001250         MOVE AP-RUN-DATE TO CP-FROM-DATE
001252         MOVE AP-RETENTION-DAYS TO CP-DAY-COUNT
001255         CALL "NAMECALV" USING AP-CALENDAR-PARMS
001258         MOVE CP-TO-DATE TO AP-CUTOFF-DATE
001261         IF CP-WEEKDAYS-ONLY
001264             SET AP-CALENDAR-NOTE TO TRUE
001267         END-IF
001270     ELSE
001272         COMPUTE AP-DATE-INTEGER =
001275             FUNCTION INTEGER-OF-DATE(AP-RUN-DATE)
001278             - AP-RETENTION-DAYS
001281         COMPUTE AP-CUTOFF-DATE =
001284             FUNCTION DATE-OF-INTEGER(AP-DATE-INTEGER)
001287     END-IF.
001290     OPEN INPUT AUDIT-FILE.
001300     IF AP-AUDIT-FILE-STATUS = "35"
001310         MOVE "Y" TO AP-AUDIT-EOF-SW
001860         INTO AP-REPORT-LINE.
001870     WRITE AP-REPORT-LINE.
001880     MOVE SPACES TO AP-REPORT-LINE.
001884     IF AP-BUSINESS-BASIS
001888         STRING "RETENTION BUSINESS DAYS " DELIMITED BY SIZE
001892             AP-RETENTION-DAYS DELIMITED BY SIZE
001897             " - CUTOFF DATE " DELIMITED BY SIZE
001901             AP-CUTOFF-DATE DELIMITED BY SIZE
001905             INTO AP-REPORT-LINE
001910     ELSE
001914         STRING "RETENTION DAYS " DELIMITED BY SIZE
001918             AP-RETENTION-DAYS DELIMITED BY SIZE
001922             " - CUTOFF DATE " DELIMITED BY SIZE
001927             AP-CUTOFF-DATE DELIMITED BY SIZE
001931             INTO AP-REPORT-LINE
001935     END-IF.
001940     WRITE AP-REPORT-LINE.
001941     IF AP-CALENDAR-NOTE
001943         MOVE "NOTE: NO BUSINESS-DAY CALENDAR, MONDAY-FRIDAY USED"
001945             TO AP-REPORT-LINE
001946         WRITE AP-REPORT-LINE
001948     END-IF.
001950     MOVE SPACES TO AP-REPORT-LINE.
001960     WRITE AP-REPORT-LINE.
001970     MOVE AP-READ-COUNT TO AP-EDIT-COUNT.
