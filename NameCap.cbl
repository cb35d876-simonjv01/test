000491*                  STAMP IT ON THE MASTER RECORD AND THE AUDIT  *
000492*                  RECORD, SO INTAKE CAN BE REPORTED BY         *
000493*                  ORIGINATING OFFICE.                          *
000494* 2026-10-15 SV    STAMP THE ASSIGNED NM-RECORD-KEY ON THE      *
000495*                  AUDIT RECORD (ZERO ON A REJECT) SO A         *
000496*                  RESTORED MASTER CAN BE ROLLED FORWARD FROM   *
000497*                  THE AUDIT LOG BY NAMEFRCV.                   *
000498* 2026-10-15 SV    START EVERY NEW MASTER RECORD WITH A ZERO    *
000499*                  NM-CHANGE-DATE AND NM-EXTRACT-DATE.          *
000501* 2026-10-15 SV    START EVERY NEW MASTER RECORD WITH A ZERO    *
000502*                  NM-ERASED-DATE.                              *
000481*--------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
003006     MOVE NC-RUN-DATE TO NM-STATUS-DATE.
003008     MOVE ZERO TO NM-MERGED-TO-KEY.
003009     MOVE NC-INTAKE-SOURCE TO NM-INTAKE-SOURCE.
003011     MOVE ZERO TO NM-CHANGE-DATE.
003012     MOVE ZERO TO NM-EXTRACT-DATE.
003013     MOVE ZERO TO NM-ERASED-DATE.
003010     WRITE NM-MASTER-RECORD
003020         INVALID KEY
003030             DISPLAY "*** COULD NOT WRITE MASTER RECORD - KEY "
003510         TO PN-SUFFIX OF AU-AUDIT-RECORD.
003512     MOVE NC-INTAKE-SOURCE
003514         TO AU-INTAKE-SOURCE OF AU-AUDIT-RECORD.
003516     MOVE NC-ASSIGNED-KEY
003518         TO AU-RECORD-KEY OF AU-AUDIT-RECORD.
003520     IF NC-ENTRY-REJECTED
003530         SET AU-STATUS-REJECTED OF AU-AUDIT-RECORD TO TRUE
003540     ELSE
