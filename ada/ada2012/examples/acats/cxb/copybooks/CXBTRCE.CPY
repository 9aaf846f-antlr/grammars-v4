000100* CXBTRCE.CPY
000110*
000120*     COPYBOOK: CXBTRCE
000130*
000140*     DESCRIPTION:
000150*          The TRACELOG record-history record shape shared by
000160*          the CXB40134 trace-logging service, which the
000170*          merge, copy, suspense-review, and distribution
000180*          programs CALL as each record passes through them,
000190*          and the CXB40135 trace inquiry, which prints a
000200*          record's full history back.  One record per event,
000210*          keyed by the record's trace key (originating
000220*          branch, business date, and sequence number stamped
000230*          by CXB40109) followed by the system date and time the
000240*          event was written, the program, and the event, so a
000250*          START on the trace key reads the history back in the
000260*          order it happened - even across midnight, or when a
000270*          prior business date is reprocessed.  The business
000280*          date the event was worked under is carried outside
000290*          the key in CXB-TL-BUSINESS-DATE.
000300*
000310*          EVENTS IN USE:
000320*              MERGED       CXB40109 merged it into TRANSIN
000330*              COPIED       CXB40093 copied it to TRANSOUT
000340*              TRUNCATED    CXB40093 copied it, truncated
000350*              SUSPENDED    CXB40093 had it rejected to
000360*                           SUSPENSE
000370*              RELEASED     CXB40101 released it to RESUBMIT
000380*              DELETED      CXB40101 deleted it from suspense
000390*              RETURNED     CXB40115 returned the result to
000400*                           its branch
000410*              NOTIFIED     CXB40115 sent the branch a reject
000420*                           notice
000430*
000440*          This copybook has no 01-level header of its own; COPY
000450*          it into a record already opened with an 01 entry, for
000460*          example:
000470*
000480*              01  TRACE-LOG-RECORD.
000490*                  COPY CXBTRCE
000500*                      REPLACING LEADING ==CXB-TL== BY ==TL==.
000510*
000520*     CHANGE HISTORY:
000530*       15 OCT 2026   DPO   Initial release.
000540*       15 OCT 2026   DPO   The event date in the key is now the
000550*                           system date, so work running past
000560*                           midnight keeps its order; the
000570*                           business date moves to the new
000580*                           CXB-TL-BUSINESS-DATE, outside the
000590*                           key.
000600*
000610     05  CXB-TL-LOG-KEY.
000620         10  CXB-TL-TRACE-KEY.
000630             15  CXB-TL-BRANCH-ID  PIC X(03).
000640             15  CXB-TL-TRACE-DATE PIC 9(08).
000650             15  CXB-TL-SEQUENCE   PIC 9(08).
000660         10  CXB-TL-EVENT-DATE     PIC 9(08).
000670         10  CXB-TL-EVENT-TIME     PIC 9(08).
000680         10  CXB-TL-PROGRAM        PIC X(08).
000690         10  CXB-TL-EVENT          PIC X(12).
000700     05  CXB-TL-STRING             PIC X(08).
000710     05  CXB-TL-DETAIL             PIC X(20).
000720     05  CXB-TL-BUSINESS-DATE      PIC 9(08).
