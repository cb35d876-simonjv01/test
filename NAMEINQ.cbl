000340*--------------------------------------------------------------*
000350* DATE       INIT  DESCRIPTION                                 *
000360* 2026-09-02 SV    ORIGINAL PROGRAM.                           *
000362* 2026-10-15 SV    PASS THIS PROGRAM'S NAME AND THE SESSION'S  *
000364*                  COUNT OF FAILED SIGN-ONS TO NAMEOPRV SO     *
000366*                  EVERY FAILURE IS LOGGED AND REPEATED        *
000368*                  FAILURES LOCK THE PROFILE; A LOCKED PROFILE *
000369*                  ENDS THE SESSION.                           *
000370*--------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000880 77  IQ-AUTH-LEVEL               PIC X(01).
000890 77  IQ-OPERATOR-VALID-SW        PIC X(01).
000900     88  IQ-OPERATOR-VALID                   VALUE "Y".
000910     88  IQ-OPERATOR-INVALID                 VALUE "N" "L".
000915     88  IQ-OPERATOR-LOCKED                  VALUE "L".
000920 77  IQ-INTAKE-SOURCE            PIC X(08).
000922 77  IQ-PROGRAM-ID               PIC X(08) VALUE "NAMEINQ".
000924 77  IQ-SIGNON-FAILURES          PIC 9(02) VALUE ZERO.
000930 77  IQ-STD-FIELD                PIC X(20).
000940*
000950*--------------------------------------------------------------*
001570* 0050-GET-OPERATOR-ID - VALIDATED AGAINST THE NAMEOPRF        *
001580* PROFILE FILE LIKE EVERY OTHER INTERACTIVE PROGRAM.  ANY      *
001590* ACTIVE PROFILE MAY INQUIRE - THERE IS NOTHING HERE TO GATE   *
001600* TO SUPERVISORS.  NAMEOPRV LOGS EVERY FAILED TRY AND LOCKS    *
001602* THE PROFILE AFTER TOO MANY IN A ROW; A LOCKED PROFILE ENDS   *
001604* THE SESSION.                                                 *
001610*--------------------------------------------------------------*
001620 0050-GET-OPERATOR-ID.
001630     DISPLAY "Please enter your operator ID....: ".
001640     ACCEPT IQ-OPERATOR-ID.
001650     CALL "NAMEOPRV" USING IQ-OPERATOR-ID IQ-AUTH-LEVEL
001660         IQ-OPERATOR-VALID-SW IQ-INTAKE-SOURCE IQ-PROGRAM-ID
001662         IQ-SIGNON-FAILURES.
001664     IF IQ-OPERATOR-LOCKED
001665         DISPLAY "*** OPERATOR PROFILE LOCKED - SEE YOUR "
001666             "SUPERVISOR ***"
001667         STOP RUN
001668     END-IF.
001670     IF IQ-OPERATOR-INVALID
001680         DISPLAY "*** OPERATOR ID NOT AUTHORIZED - "
001690             "TRY AGAIN ***"
