001324*                                   WAS CAPTURED FROM, FOR THE *
001325*                                   EXTRACT FEED AND THE       *
001326*                                   BY-SOURCE REPORT BREAKOUTS.*
001327*                  2026-10-15 SV    ADDED NM-CHANGE-DATE (LAST *
001328*                                   LOCAL NAME CORRECTION) AND *
001329*                                   NM-EXTRACT-DATE (LAST SENT *
001330*                                   ON THE NAMEXTR FEED) SO THE*
001331*                                   INBOUND HR/CRM CHANGE JOB  *
001332*                                   CAN TELL WHEN A RECORD WAS *
001333*                                   CHANGED HERE SINCE HR/CRM  *
001334*                                   LAST SAW IT.               *
001335*                  2026-10-15 SV    ADDED NM-ERASED-DATE, THE  *
001336*                                   DATE THE PERSON'S NAME,    *
001337*                                   ADDRESS, AND PHONE WERE    *
001338*                                   MASKED BY THE NAMEERAS     *
001339*                                   ERASURE JOB (ZERO WHEN     *
001340*                                   NEVER ERASED).  AN ERASED  *
001341*                                   PERSON IS NEVER SENT ON    *
001342*                                   THE NAMEXTR FEED AGAIN.    *
001311*--------------------------------------------------------------*
001310     05  NM-RECORD-KEY           PIC 9(07).
001400     05  NM-ENTRY-DATE           PIC 9(08).
001770     05  NM-STATUS-DATE          PIC 9(08).
001780     05  NM-MERGED-TO-KEY        PIC 9(07).
001790     05  NM-INTAKE-SOURCE        PIC X(08).
001791     05  NM-CHANGE-DATE          PIC 9(08).
001792     05  NM-EXTRACT-DATE         PIC 9(08).
001793     05  NM-ERASED-DATE          PIC 9(08).
