000100* CXBREPR.CPY
000110*
000120*     COPYBOOK: CXBREPR
000130*
000140*     DESCRIPTION:
000150*          The REPROCTL reprocessing control record, written
000160*          only by the CXB40153 reprocessing control program and
000170*          read by the CXB40117 business-date service, the
000180*          CXB40136 processing-cycle service, the CXB40107
000190*          run-registry service, and the CXB40124 ledger
000200*          extract.  While the record is open ('A') the nightly
000210*          steps work as of the prior business date and cycle it
000220*          names instead of the date in BUSDATE, which is left
000230*          alone, and their runs are registered in RUNCTL as
000240*          reprocessing runs.  The one record holds:
000250*
000260*              STATUS          A open, C closed; a closed
000270*                              record is kept until the next
000280*                              open so the last reprocessing
000290*                              can still be seen
000300*              REPRO-DATE      the prior business date being
000310*                              reprocessed
000320*              REPRO-CYCLE     the processing cycle of that date
000330*                              being reprocessed
000340*              REPRO-SEQ       which reprocessing of the date and
000350*                              cycle this is: 1 the first, 2 the
000360*                              second, and so on
000370*              OPEN-BUS-DATE   the business date in BUSDATE when
000380*                              the reprocessing was opened; the
000390*                              record is not honored once BUSDATE
000400*                              has moved on from it
000410*              OPEN-TIME, OPEN-USER
000420*                              when and by whom it was opened
000430*              CLOSE-TIME, CLOSE-USER
000440*                              when and by whom it was closed
000450*              REASON          why the date is being reprocessed
000460*
000470*          This copybook has no 01-level header of its own; COPY
000480*          it into a record already opened with an 01 entry, for
000490*          example:
000500*
000510*              01  REPRO-CONTROL-RECORD.
000520*                  COPY CXBREPR
000530*                      REPLACING LEADING ==CXB-RP== BY ==RP==.
000540*
000550*     CHANGE HISTORY:
000560*       15 OCT 2026   DPO   Initial release.
000570*
000580     05  CXB-RP-STATUS             PIC X(01).
000590         88  CXB-RP-OPEN                       VALUE 'A'.
000600         88  CXB-RP-CLOSED                     VALUE 'C'.
000610     05  CXB-RP-REPRO-DATE         PIC 9(08).
000620     05  CXB-RP-REPRO-CYCLE        PIC 9(02).
000630     05  CXB-RP-REPRO-SEQ          PIC 9(02).
000640     05  CXB-RP-OPEN-BUS-DATE      PIC 9(08).
000650     05  CXB-RP-OPEN-TIME          PIC 9(08).
000660     05  CXB-RP-OPEN-USER          PIC X(08).
000670     05  CXB-RP-CLOSE-TIME         PIC 9(08).
000680     05  CXB-RP-CLOSE-USER         PIC X(08).
000690     05  CXB-RP-REASON             PIC X(30).
