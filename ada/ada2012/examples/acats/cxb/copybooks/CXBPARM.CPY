000380*                                in cents
000390*              SUSP-AGE-DAYS     CXB40131 suspense-aging
000400*                                threshold in days
000410*              DAY-CYCLES        CXB40136 processing cycles
000420*                                per business date
000430*              PEND-EXPIRE-DAYS  CXB40140 days a level-2
000440*                                proposal may wait for a
000450*                                decision
000460*              RECERT-DORM-DAYS  CXB40141 days without activity
000470*                                before an operator id is
000480*                                reported dormant
000490*              WINDOW-START      CXB40143 clock time (HHMM) the
000500*                                nightly batch window opens
000510*              SLA-AVG-RUNS      CXB40143 earlier runs in each
000520*                                step's trailing average
000530*              MASK-KEY          CXB40145 test-extract masking
000540*                                key (level 2)
000550*
000560*          This copybook has no 01-level header of its own; COPY
000570*          it into a record already opened with an 01 entry, for
000580*          example:
000590*
000600*              01  SITE-PARM-RECORD.
000610*                  COPY CXBPARM
000620*                      REPLACING LEADING ==CXB== BY ==SP==.
000630*
000640*     CHANGE HISTORY:
000650*       23 AUG 2026   DPO   Initial release.
000660*       02 SEP 2026   DPO   CXB-PARM-UPD-DATE is now PIC 9(08)
000670*                           CCYYMMDD so the change stamp
000680*                           orders correctly across a
000690*                           century boundary; existing
000700*                           files are rebuilt into this
000710*                           layout by the CXB40119
000720*                           conversion utility.
000730*       02 SEP 2026   DPO   Noted the CHARGE-PER-REC parameter
000740*                           read by the CXB40125 chargeback
000750*                           statement.
000760*       02 SEP 2026   DPO   Noted the SUSP-AGE-DAYS parameter
000770*                           read by the CXB40131 morning
000780*                           scorecard.
000790*       15 OCT 2026   DPO   Noted the DAY-CYCLES parameter read
000800*                           by the CXB40136 processing-cycle
000810*                           service.
000820*       15 OCT 2026   DPO   Noted the PEND-EXPIRE-DAYS parameter
000830*                           read by the CXB40140 pending-change
000840*                           review.
000850*       15 OCT 2026   DPO   Noted the RECERT-DORM-DAYS parameter
000860*                           read by the CXB40141 recertification
000870*                           report.
000880*       15 OCT 2026   DPO   Noted the WINDOW-START and
000890*                           SLA-AVG-RUNS parameters read by the
000900*                           CXB40143 batch-window report.
000910*       15 OCT 2026   DPO   Noted the level-2 MASK-KEY parameter
000920*                           read by the CXB40145 test-region
000930*                           extract.
000940*
000950     05  CXB-PARM-KEY.
000960         10  CXB-PARM-NAME         PIC X(16).
000970     05  CXB-PARM-VALUE            PIC 9(09).
000980     05  CXB-PARM-FLAG             PIC X(01).
000990     05  CXB-PARM-UPD-DATE         PIC 9(08).
001000     05  CXB-PARM-UPD-TIME         PIC 9(08).
001010     05  CXB-PARM-UPD-USER         PIC X(08).
