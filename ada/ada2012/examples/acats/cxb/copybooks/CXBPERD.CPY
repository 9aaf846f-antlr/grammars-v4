000100* CXBPERD.CPY
000110*
000120*     COPYBOOK: CXBPERD
000130*
000140*     DESCRIPTION:
000150*          The PERIODCTL accounting-period control record
000160*          shape, kept by the CXB40146 month-end close
000170*          program and read through the CXB40147 period-check
000180*          service by every program that posts work under a
000190*          business date.  One record per accounting period
000200*          (calendar month CCYYMM), holding:
000210*
000220*              STATUS          O open, C closed; a period
000230*                              with no record is open
000240*              CLOSE-DATE,     when and by whom the period
000250*              CLOSE-TIME,     was last closed
000260*              CLOSE-USER
000270*              REOPEN-COUNT    how many times a closed
000280*                              period has been reopened
000290*
000300*          with the who-changed-it-when stamp of the latest
000310*          close or reopen.
000320*
000330*          This copybook has no 01-level header of its own; COPY
000340*          it into a record already opened with an 01 entry, for
000350*          example:
000360*
000370*              01  PERIOD-CONTROL-RECORD.
000380*                  COPY CXBPERD
000390*                      REPLACING LEADING ==CXB-PC== BY ==PC==.
000400*
000410*     CHANGE HISTORY:
000420*       15 OCT 2026   DPO   Initial release.
000430*
000440     05  CXB-PC-PERIOD-KEY.
000450         10  CXB-PC-PERIOD         PIC 9(06).
000460     05  CXB-PC-STATUS             PIC X(01).
000470         88  CXB-PC-OPEN                       VALUE 'O'.
000480         88  CXB-PC-CLOSED                     VALUE 'C'.
000490     05  CXB-PC-CLOSE-DATE         PIC 9(08).
000500     05  CXB-PC-CLOSE-TIME         PIC 9(08).
000510     05  CXB-PC-CLOSE-USER         PIC X(08).
000520     05  CXB-PC-REOPEN-COUNT       PIC 9(03).
000530     05  CXB-PC-UPD-DATE           PIC 9(08).
000540     05  CXB-PC-UPD-TIME           PIC 9(08).
000550     05  CXB-PC-UPD-USER           PIC X(08).
