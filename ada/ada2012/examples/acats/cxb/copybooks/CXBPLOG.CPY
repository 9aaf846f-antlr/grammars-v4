000100* CXBPLOG.CPY
000110*
000120*     COPYBOOK: CXBPLOG
000130*
000140*     DESCRIPTION:
000150*          The PENDLOG pending-change log record shape, one
000160*          record per event in a pending change's life,
000170*          appended across runs by the CXB40139 pending-change
000180*          service and the CXB40140 review program.  Every
000190*          event carries both operator ids - the proposer and
000200*          the checker - so the segregation of duties can be
000210*          shown from the log alone.
000220*
000230*          EVENTS IN USE:
000240*              P    proposed (CXB40139, for the owning
000250*                   program); checker blank
000260*              A    approved by the checker (CXB40140)
000270*              R    rejected by the checker (CXB40140)
000280*              E    expired undecided (CXB40140); the checker
000290*                   id is the program name
000300*              C    applied by the owning program (CXB40139)
000310*              X    void - no longer valid when the owning
000320*                   program came to apply it (CXB40139)
000330*
000340*          This copybook has no 01-level header of its own; COPY
000350*          it into a record already opened with an 01 entry, for
000360*          example:
000370*
000380*              01  PEND-LOG-RECORD.
000390*                  COPY CXBPLOG
000400*                      REPLACING LEADING ==CXB-PL== BY ==PL==.
000410*
000420*     CHANGE HISTORY:
000430*       15 OCT 2026   DPO   Initial release.
000440*
000450     05  CXB-PL-LOG-DATE           PIC 9(08).
000460     05  CXB-PL-LOG-TIME           PIC 9(08).
000470     05  CXB-PL-EVENT              PIC X(01).
000480     05  CXB-PL-PEND-KEY.
000490         10  CXB-PL-SOURCE-PROGRAM PIC X(08).
000500         10  CXB-PL-PROPOSE-DATE   PIC 9(08).
000510         10  CXB-PL-PROPOSE-TIME   PIC 9(08).
000520         10  CXB-PL-PROPOSE-SEQ    PIC 9(04).
000530     05  CXB-PL-PROPOSER           PIC X(08).
000540     05  CXB-PL-CHECKER            PIC X(08).
000550     05  CXB-PL-CHANGE-IMAGE       PIC X(120).
