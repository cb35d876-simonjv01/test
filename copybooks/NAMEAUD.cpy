001415*                                   OR BATCH SOURCE, THE SAME  *
001416*                                   WAY THEY BREAK DOWN BY     *
001417*                                   OPERATOR.                  *
001418*                  2026-10-15 SV    ADDED AU-RECORD-KEY, THE   *
001419*                                   NM-RECORD-KEY THE ENTRY    *
001420*                                   WAS WRITTEN UNDER (ZERO ON *
001421*                                   A REJECTED ENTRY), SO      *
001422*                                   NAMEFRCV CAN REPLAY ADDS   *
001423*                                   AGAINST A RESTORED MASTER. *
001400*--------------------------------------------------------------*
001500     05  AU-ENTRY-DATE           PIC 9(08).
001600     05  AU-ENTRY-TIME           PIC 9(06).
002500         88  AU-STATUS-REINSTATED        VALUE "S".
002600         88  AU-STATUS-MERGED            VALUE "M".
002700     05  AU-INTAKE-SOURCE        PIC X(08).
002800     05  AU-RECORD-KEY           PIC 9(07).
