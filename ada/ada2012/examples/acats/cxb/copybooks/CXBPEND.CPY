000100* CXBPEND.CPY
000110*
000120*     COPYBOOK: CXBPEND
000130*
000140*     DESCRIPTION:
000150*          The PENDCHG pending-change record shape shared by
000160*          the CXB40139 pending-change service, which the
000170*          maintenance programs CALL to propose a change and
000180*          to pick approved changes back up, and the CXB40140
000190*          review program, where a second operator approves
000200*          or rejects each proposal.  A change that takes
000210*          authority level 2 - a level-2 SITEPARM parameter
000220*          (CXB40110), a per-diem rate (CXB40122), an
000230*          operator registry entry (CXB40123), a suspense
000240*          DELETE disposition (CXB40101), a general-ledger
000250*          mapping (CXB40133), a nightly step dependency
000260*          (CXB40137), or a branch master entry (CXB40144) -
000270*          is held here instead of taking effect, keyed by the
000280*          owning program and the date, time, and run sequence
000290*          of the proposal, holding:
000300*
000310*              PROPOSER      the operator who submitted the
000320*                            change
000330*              STATUS        P pending a decision
000340*                            A approved, waiting for the
000350*                              owning program's next run
000360*                            R rejected by the checker
000370*                            E expired undecided past the
000380*                              PEND-EXPIRE-DAYS limit
000390*                            C applied by the owning program
000400*                            X void - approved, but no longer
000410*                              valid when the owning program
000420*                              came to apply it
000430*              CHECKER       the second operator who approved
000440*                            or rejected it (CXB40140 for an
000450*                            expiry)
000460*              DECIDE-DATE   when it was decided or expired
000470*              APPLY-DATE    when the owning program applied
000480*                            or voided it
000490*              CHANGE-IMAGE  the owning program's transaction
000500*                            record exactly as submitted (for
000510*                            CXB40101, the SUSPENSE record the
000520*                            DELETE was given against)
000530*
000540*          This copybook has no 01-level header of its own; COPY
000550*          it into a record already opened with an 01 entry, for
000560*          example:
000570*
000580*              01  PEND-CHANGE-RECORD.
000590*                  COPY CXBPEND
000600*                      REPLACING LEADING ==CXB-PC== BY ==PC==.
000610*
000620*     CHANGE HISTORY:
000630*       15 OCT 2026   DPO   Initial release.
000640*       15 OCT 2026   DPO   GLMAP (CXB40133), STEPTBL (CXB40137),
000650*                           and BRANMAST (CXB40144) changes are
000660*                           now held here for approval too.
000670*
000680     05  CXB-PC-PEND-KEY.
000690         10  CXB-PC-SOURCE-PROGRAM PIC X(08).
000700         10  CXB-PC-PROPOSE-DATE   PIC 9(08).
000710         10  CXB-PC-PROPOSE-TIME   PIC 9(08).
000720         10  CXB-PC-PROPOSE-SEQ    PIC 9(04).
000730     05  CXB-PC-PROPOSER           PIC X(08).
000740     05  CXB-PC-STATUS             PIC X(01).
000750         88  CXB-PC-PENDING                    VALUE 'P'.
000760         88  CXB-PC-APPROVED                   VALUE 'A'.
000770         88  CXB-PC-REJECTED                   VALUE 'R'.
000780         88  CXB-PC-EXPIRED                    VALUE 'E'.
000790         88  CXB-PC-APPLIED                    VALUE 'C'.
000800         88  CXB-PC-VOIDED                     VALUE 'X'.
000810     05  CXB-PC-CHECKER            PIC X(08).
000820     05  CXB-PC-DECIDE-DATE        PIC 9(08).
000830     05  CXB-PC-DECIDE-TIME        PIC 9(08).
000840     05  CXB-PC-APPLY-DATE         PIC 9(08).
000850     05  CXB-PC-CHANGE-IMAGE       PIC X(120).
