000100* CXBSMPL.CPY
000110*
000120*     COPYBOOK: CXBSMPL
000130*
000140*     DESCRIPTION:
000150*          The SMPLREG audit-sample register record shape,
000160*          written by the CXB40151 sample selection when it
000170*          draws a sample and updated by the CXB40152 findings
000180*          program as internal audit records the outcome of
000190*          each test.  One record per sampled result record,
000200*          keyed by the period sampled (CCYYMMDD for a single
000210*          business date, CCYYMM00 for a month) and the sample
000220*          number printed on the worksheet, holding:
000230*
000240*              SEED            the seed the sample was drawn
000250*                              with, so it can be drawn again
000260*              FILE-ID,        which result file, which copy of
000270*              SOURCE          it (the live file or a CXB40113
000280*                              generation slot), its business
000290*                              date and processing cycle, and
000300*              GEN-DATE,       the record's position among the
000310*              GEN-CYCLE,      copy's data records
000320*              POSITION
000330*              BRANCH-ID,      the stratum the record was drawn
000340*              BAND            from (branch blank and band zero
000350*                              when not stratified that way)
000360*              ACTUAL,         the record's values and the
000370*              EXPECTED        independently recomputed result,
000380*                              edited as on the worksheet
000390*              CHECK-FLAG      A the two agree, D they differ,
000400*                              U the result could not be
000410*                              recomputed
000420*              FINDING         blank until audit records it,
000430*                              then P passed or F failed, with
000440*                              the auditor, date, and note
000450*
000460*          This copybook has no 01-level header of its own; COPY
000470*          it into a record already opened with an 01 entry, for
000480*          example:
000490*
000500*              01  SAMPLE-REG-RECORD.
000510*                  COPY CXBSMPL
000520*                      REPLACING LEADING ==CXB-SR== BY ==SR==.
000530*
000540*     CHANGE HISTORY:
000550*       15 OCT 2026   DPO   Initial release.
000560*
000570     05  CXB-SR-SAMPLE-KEY.
000580         10  CXB-SR-PERIOD         PIC 9(08).
000590         10  CXB-SR-SAMPLE-NO      PIC 9(05).
000600     05  CXB-SR-SEED               PIC 9(09).
000610     05  CXB-SR-DRAW-DATE          PIC 9(08).
000620     05  CXB-SR-FILE-ID            PIC X(08).
000630     05  CXB-SR-SOURCE             PIC X(08).
000640     05  CXB-SR-GEN-DATE           PIC 9(08).
000650     05  CXB-SR-GEN-CYCLE          PIC 9(02).
000660     05  CXB-SR-POSITION           PIC 9(09).
000670     05  CXB-SR-BRANCH-ID          PIC X(03).
000680     05  CXB-SR-BAND               PIC 9(01).
000690     05  CXB-SR-ACTUAL             PIC X(30).
000700     05  CXB-SR-EXPECTED           PIC X(30).
000710     05  CXB-SR-CHECK-FLAG         PIC X(01).
000720         88  CXB-SR-CHECK-AGREES               VALUE 'A'.
000730         88  CXB-SR-CHECK-DIFFERS              VALUE 'D'.
000740         88  CXB-SR-NOT-RECOMPUTED             VALUE 'U'.
000750     05  CXB-SR-FINDING-BLOCK.
000760         10  CXB-SR-FINDING        PIC X(01).
000770             88  CXB-SR-FINDING-PENDING        VALUE SPACE.
000780             88  CXB-SR-FINDING-PASSED         VALUE 'P'.
000790             88  CXB-SR-FINDING-FAILED         VALUE 'F'.
000800         10  CXB-SR-FINDING-USER   PIC X(08).
000810         10  CXB-SR-FINDING-DATE   PIC 9(08).
000820         10  CXB-SR-FINDING-NOTE   PIC X(30).
