000310* THE JCL PARM IS THE RETENTION IN DAYS, THREE DIGITS          *
000320* (PARM='365' KEEPS A YEAR OF RETIRED RECORDS ON THE LIVE      *
000330* MASTER).  ACTIVE RECORDS ARE ALWAYS RETAINED.                *
000332* AN OPTIONAL FOURTH CHARACTER OF "B" COUNTS THE RETENTION IN  *
000334* BUSINESS DAYS FROM THE NAMECAL CALENDAR (VIA NAMECALV)       *
000336* INSTEAD OF CALENDAR DAYS (PARM='365B').                      *
000340*--------------------------------------------------------------*
000350* MODIFICATION HISTORY                                        *
000360*--------------------------------------------------------------*
000370* DATE       INIT  DESCRIPTION                                 *
000380* 2026-09-02 SV    ORIGINAL PROGRAM.                           *
000381* 2026-10-15 SV    TAKE AN OPTIONAL "B" AFTER THE RETENTION    *
000382*                  ON THE PARM TO COUNT IT IN BUSINESS DAYS    *
000383*                  FROM THE NEW NAMECAL CALENDAR (VIA          *
000384*                  NAMECALV), AND SHOW THE BASIS USED ON THE   *
000385*                  CONTROL REPORT.                             *
000386* 2026-10-15 SV    MARK A BATCH JOB IN PROGRESS ON THE NEW     *
000387*                  NAMESYSC SYSTEM STATUS (VIA NAMESYSV)       *
000388*                  BEFORE THE MASTER IS READ, SO THE           *
000389*                  INTERACTIVE PROGRAMS REFUSE UPDATES THAT    *
000391*                  THE RELOAD WOULD LOSE.  THE JCL CLEARS IT   *
000392*                  AFTER THE RELOAD.                           *
000393* 2026-10-15 SV    STOP RC=16 BEFORE READING THE MASTER WHEN   *
000394*                  ANOTHER JOB ALREADY HOLDS THE NAMESYSC      *
000395*                  STATUS, LEAVING THE STATUS AS IT WAS.       *
000390*--------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
001290 77  AH-CUTOFF-DATE              PIC 9(08).
001300 77  AH-RETENTION-DAYS           PIC 9(03) VALUE 365.
001310 77  AH-DATE-INTEGER             PIC 9(08) COMP.
001311 77  AH-BASIS-SW                 PIC X(01) VALUE "C".
001312     88  AH-CALENDAR-BASIS                   VALUE "C".
001313     88  AH-BUSINESS-BASIS                   VALUE "B".
001314 77  AH-CALENDAR-NOTE-SW         PIC X(01) VALUE "N".
001315     88  AH-CALENDAR-NOTE                    VALUE "Y".
001320 77  AH-MASTER-EOF-SW            PIC X(01) VALUE "N".
001330     88  AH-MASTER-EOF                       VALUE "Y".
001340 77  AH-ADDR-AVAIL-SW            PIC X(01) VALUE "N".
001410 77  AH-CHILD-ARCHIVE-COUNT      PIC 9(07) VALUE ZERO.
001420 77  AH-CHILD-RETAIN-COUNT       PIC 9(07) VALUE ZERO.
001430 77  AH-EDIT-COUNT               PIC ZZZZZZ9.
001433 01  AH-CALENDAR-PARMS.
001436     COPY NAMECALP.
001437 01  AH-STATUS-PARMS.
001438     COPY NAMESYSP.
001440*
001450 LINKAGE SECTION.
001460 01  AH-PARM-FIELD.
001470     05  AH-PARM-LEN             PIC S9(4) COMP.
001480     05  AH-PARM-RETENTION       PIC X(03).
001485     05  AH-PARM-BASIS           PIC X(01).
001490*
001500 PROCEDURE DIVISION USING AH-PARM-FIELD.
001510*--------------------------------------------------------------*
001650* CUTOFF DATE, AND OPEN THE FILES.  A MISSING MASTER IS NOT    *
001660* AN ERROR - THE RUN SIMPLY HAS NOTHING TO ARCHIVE.  A         *
001670* MISSING ADDRESS FILE JUST MEANS NO CHILDREN TO CARRY.        *
001671* ONLINE UPDATES ARE CLOSED BEFORE THE FIRST RECORD IS READ -  *
001672* ANYTHING KEYED AFTER THIS POINT WOULD BE WIPED OUT BY THE    *
001673* RELOAD.  THE PROGRAM DOES NOT REOPEN THEM; THE NAMESYSB STEP *
001675* AFTER THE RELOAD DOES, AND ONLY IF EVERY STEP ENDED CLEAN.   *
001676* A STATUS ALREADY SET BY NAMEARCH IS ITS OWN ABENDED RUN      *
001677* BEING RERUN; ONE SET BY ANY OTHER JOB ENDS THE RUN RC=16     *
001678* BEFORE A FILE IS OPENED, SO THE RELOAD STEPS DO NOT RUN.     *
001680*--------------------------------------------------------------*
001690 1000-INITIALIZE.
001700     ACCEPT AH-RUN-DATE FROM DATE YYYYMMDD.
001720             AND AH-PARM-RETENTION IS NUMERIC
001730         MOVE AH-PARM-RETENTION TO AH-RETENTION-DAYS
001740     END-IF.
001741     IF AH-PARM-LEN >= 4
001743             AND AH-PARM-BASIS = "B"
001745         SET AH-BUSINESS-BASIS TO TRUE
001747     END-IF.
001748     IF AH-BUSINESS-BASIS
001750         SET CP-BACK-DAYS TO TRUE
001752         MOVE AH-RUN-DATE TO CP-FROM-DATE
001754         MOVE AH-RETENTION-DAYS TO CP-DAY-COUNT
001755         CALL "NAMECALV" USING AH-CALENDAR-PARMS
001757         MOVE CP-TO-DATE TO AH-CUTOFF-DATE
001759         IF CP-WEEKDAYS-ONLY
001761             SET AH-CALENDAR-NOTE TO TRUE
001762         END-IF
001764     ELSE
001766         COMPUTE AH-DATE-INTEGER =
001768             FUNCTION INTEGER-OF-DATE(AH-RUN-DATE)
001770             - AH-RETENTION-DAYS
001771         COMPUTE AH-CUTOFF-DATE =
001773             FUNCTION DATE-OF-INTEGER(AH-DATE-INTEGER)
001775     END-IF.
001777     SET SP-SET-BATCH TO TRUE.
001778     MOVE "NAMEARCH" TO SP-REQUESTED-BY.
001780     CALL "NAMESYSV" USING AH-STATUS-PARMS.
001782     IF SP-ALREADY-SET
001784         DISPLAY "NAMEARCH - BATCH IN PROGRESS ALREADY SET BY "
001785             SP-SET-BY " SINCE " SP-SET-DATE " " SP-SET-TIME
001787     END-IF.
001789     IF SP-ALREADY-SET AND SP-SET-BY NOT = "NAMEARCH"
001791         DISPLAY "*** NAMEARCH - ANOTHER JOB IS RUNNING AGAINST "
001792             "THE MASTER - NOTHING ARCHIVED ***"
001794         MOVE 16 TO RETURN-CODE
001796         STOP RUN
001798     END-IF.
001800     OPEN INPUT NAME-MASTER-FILE.
001810     IF AH-MASTER-FILE-STATUS = "35"
001820         MOVE "Y" TO AH-MASTER-EOF-SW
002820         INTO AH-REPORT-LINE.
002830     WRITE AH-REPORT-LINE.
002840     MOVE SPACES TO AH-REPORT-LINE.
002844     IF AH-BUSINESS-BASIS
002848         STRING "RETENTION BUSINESS DAYS " DELIMITED BY SIZE
002852             AH-RETENTION-DAYS DELIMITED BY SIZE
002857             " - CUTOFF DATE " DELIMITED BY SIZE
002861             AH-CUTOFF-DATE DELIMITED BY SIZE
002865             INTO AH-REPORT-LINE
002870     ELSE
002874         STRING "RETENTION DAYS " DELIMITED BY SIZE
002878             AH-RETENTION-DAYS DELIMITED BY SIZE
002882             " - CUTOFF DATE " DELIMITED BY SIZE
002887             AH-CUTOFF-DATE DELIMITED BY SIZE
002891             INTO AH-REPORT-LINE
002895     END-IF.
002900     WRITE AH-REPORT-LINE.
002901     IF AH-CALENDAR-NOTE
002903         MOVE "NOTE: NO BUSINESS-DAY CALENDAR, MONDAY-FRIDAY USED"
002905             TO AH-REPORT-LINE
002906         WRITE AH-REPORT-LINE
002908     END-IF.
002910     MOVE SPACES TO AH-REPORT-LINE.
002920     WRITE AH-REPORT-LINE.
002930     MOVE AH-READ-COUNT TO AH-EDIT-COUNT.
