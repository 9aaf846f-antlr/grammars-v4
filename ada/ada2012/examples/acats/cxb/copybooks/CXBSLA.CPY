000100* CXBSLA.CPY
000110*
000120*     COPYBOOK: CXBSLA
000130*
000140*     DESCRIPTION:
000150*          The SLATBL batch-window service-level record shape
000160*          shared by the CXB40142 maintenance program, which
000170*          keeps the table, and the CXB40143 batch-window
000180*          report, which measures each night's RUNCTL records
000190*          against it.  One record per batch step, keyed by
000200*          the step's program name - the same name it
000210*          registers under with the CXB40107 run-registry
000220*          service - holding:
000230*
000240*              TARGET-MINUTES  the elapsed time the step is
000250*                              expected to finish within;
000260*                              zero means no elapsed target
000270*              LATEST-END      the latest clock time (HHMM)
000280*                              the step may end, counted in
000290*                              the batch window that opens at
000300*                              the WINDOW-START site parameter,
000310*                              so a time after midnight is
000320*                              later than one before it; zero
000330*                              means no end-time target
000340*
000350*          with the who-changed-it-when stamp.  The targets are
000360*          grouped under CXB-SA-DEFINITION so the change log
000370*          can carry the before and after images whole.
000380*
000390*          This copybook has no 01-level header of its own; COPY
000400*          it into a record already opened with an 01 entry, for
000410*          example:
000420*
000430*              01  SLA-TABLE-RECORD.
000440*                  COPY CXBSLA
000450*                      REPLACING LEADING ==CXB-SA== BY ==SA==.
000460*
000470*     CHANGE HISTORY:
000480*       15 OCT 2026   DPO   Initial release.
000490*
000500     05  CXB-SA-SLA-KEY.
000510         10  CXB-SA-PROGRAM        PIC X(08).
000520     05  CXB-SA-DEFINITION.
000530         10  CXB-SA-TARGET-MINUTES PIC 9(04).
000540         10  CXB-SA-LATEST-END     PIC 9(04).
000550         10  CXB-SA-LATEST-END-PARTS
000560                 REDEFINES CXB-SA-LATEST-END.
000570             15  CXB-SA-LATEST-HH  PIC 9(02).
000580             15  CXB-SA-LATEST-MM  PIC 9(02).
000590     05  CXB-SA-UPD-DATE           PIC 9(08).
000600     05  CXB-SA-UPD-TIME           PIC 9(08).
000610     05  CXB-SA-UPD-USER           PIC X(08).
