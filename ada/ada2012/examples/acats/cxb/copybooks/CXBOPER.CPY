000170*          acting on it: CXB40101 (suspense dispositions),
000180*          CXB40110 (site parameter changes), CXB40120
000190*          (exception corrections), CXB40122 (rate changes),
000200*          CXB40133 (GL account mapping changes), CXB40137
000210*          (step dependency changes), CXB40140 (pending-change
000220*          approvals), CXB40142 (SLA table changes), CXB40144
000230*          (branch master changes), CXB40146 (period close and
000240*          reopen), CXB40148 (legal holds), CXB40152 (audit
000250*          sample findings), CXB40153 (reprocessing open and
000260*          close), and CXB40123, which maintains the registry
000270*          itself.  CXB40141 also reads it for the operator
000280*          recertification report.  One record per operator,
000290*          keyed by operator id, with the authority level and
000300*          the active flag the validating programs test.
000310*
000320*          AUTHORITY LEVELS IN USE:
000330*              1   routine actions (suspense RELEASE, ordinary
000340*                  parameter changes, exception-correction
000350*                  approvals, SLA table changes, period close,
000360*                  placing a legal hold, audit findings)
000370*              2   destructive actions (suspense DELETE,
000380*                  circuit-breaker thresholds, per-diem rate
000390*                  changes, GL account mapping changes, step
000400*                  dependency and branch master changes,
000410*                  pending-change approvals, period reopen,
000420*                  changing or releasing a legal hold,
000430*                  reprocessing, registry maintenance)
000440*
000450*          An id that is not on file, or whose active flag is
000460*          not 'Y', fails validation outright; authority only
000470*          comes into it after that.
000480*
000490*          This copybook has no 01-level header of its own; COPY
000500*          it into a record already opened with an 01 entry, for
000510*          example:
000520*
000530*              01  OPERATOR-REG-RECORD.
000540*                  COPY CXBOPER
000550*                      REPLACING LEADING ==CXB-OP== BY ==OP==.
000560*
000570*     CHANGE HISTORY:
000580*       02 SEP 2026   DPO   Initial release.
000590*       02 SEP 2026   DPO   CXB40120 and CXB40122 now validate
000600*                           against the registry as well.
000610*       15 OCT 2026   DPO   CXB40133 GL account mapping
000620*                           maintenance validates against the
000630*                           registry at authority level 2.
000640*       15 OCT 2026   DPO   CXB40137, CXB40140, CXB40142,
000650*                           CXB40144, CXB40146, CXB40148,
000660*                           CXB40152, and CXB40153 now validate
000670*                           against the registry as well, and
000680*                           CXB40141 reads it for recertification.
000690*
000700     05  CXB-OP-OPERATOR-ID        PIC X(08).
000710     05  CXB-OP-NAME               PIC X(20).
000720     05  CXB-OP-AUTHORITY          PIC 9(01).
000730     05  CXB-OP-ACTIVE-FLAG        PIC X(01).
000740         88  CXB-OP-ACTIVE                     VALUE 'Y'.
000750         88  CXB-OP-INACTIVE                   VALUE 'N'.
