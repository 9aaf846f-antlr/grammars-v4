000100* CXBBRAN.CPY
000110*
000120*     COPYBOOK: CXBBRAN
000130*
000140*     DESCRIPTION:
000150*          The BRANMAST branch master record shape, kept by the
000160*          CXB40144 maintenance program and read by the
000170*          CXB40109 merge, the CXB40115 return distribution,
000180*          and the CXB40125 chargeback statement, so the set
000190*          of offices is data rather than five hardcoded
000200*          identifiers.  One record per branch, keyed by the
000210*          three-byte branch id stamped on every record,
000220*          holding:
000230*
000240*              OFFICE-NAME     the office's name, for the
000250*                              reports
000260*              FEED-SLOT       which of the numbered branch
000270*                              file pairs carries the
000280*                              office's work: slot nn is
000290*                              the BRANCHnn transaction file
000300*                              in and the BRANCHnnR response
000310*                              file back (01-10)
000320*              OPEN-DATE       the first business date the
000330*                              branch is open
000340*              CLOSE-DATE      the first business date the
000350*                              branch is closed; zero while
000360*                              it has no closing planned
000370*              SEND-DAYS       one Y/N flag per weekday,
000380*                              Monday through Sunday: the
000390*                              days the office is expected
000400*                              to send a file
000410*              BILLING-FLAG    Y when the chargeback bills
000420*                              the office, N when it is
000430*                              stated but not billed
000440*
000450*          with the who-changed-it-when stamp.  No two
000460*          branches whose open periods overlap may share a
000470*          feed slot.  The maintained fields are grouped under
000480*          CXB-BM-DEFINITION so the change log can carry the
000490*          before and after images whole.
000500*
000510*          This copybook has no 01-level header of its own; COPY
000520*          it into a record already opened with an 01 entry, for
000530*          example:
000540*
000550*              01  BRANCH-MASTER-RECORD.
000560*                  COPY CXBBRAN
000570*                      REPLACING LEADING ==CXB-BM== BY ==BM==.
000580*
000590*     CHANGE HISTORY:
000600*       15 OCT 2026   DPO   Initial release.
000610*
000620     05  CXB-BM-BRANCH-KEY.
000630         10  CXB-BM-BRANCH-ID      PIC X(03).
000640     05  CXB-BM-DEFINITION.
000650         10  CXB-BM-OFFICE-NAME    PIC X(30).
000660         10  CXB-BM-FEED-SLOT      PIC 9(02).
000670         10  CXB-BM-OPEN-DATE      PIC 9(08).
000680         10  CXB-BM-CLOSE-DATE     PIC 9(08).
000690         10  CXB-BM-SEND-DAYS      PIC X(07).
000700         10  CXB-BM-SEND-DAY-TABLE REDEFINES CXB-BM-SEND-DAYS.
000710             15  CXB-BM-SEND-DAY   PIC X(01)
000720                                   OCCURS 7 TIMES.
000730         10  CXB-BM-BILLING-FLAG   PIC X(01).
000740             88  CXB-BM-BILLABLE               VALUE 'Y'.
000750             88  CXB-BM-NOT-BILLABLE           VALUE 'N'.
000760     05  CXB-BM-UPD-DATE           PIC 9(08).
000770     05  CXB-BM-UPD-TIME           PIC 9(08).
000780     05  CXB-BM-UPD-USER           PIC X(08).
