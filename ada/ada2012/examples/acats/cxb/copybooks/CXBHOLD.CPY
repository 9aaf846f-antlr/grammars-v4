000100* CXBHOLD.CPY
000110*
000120*     COPYBOOK: CXBHOLD
000130*
000140*     DESCRIPTION:
000150*          The LEGALHLD legal-hold register record shape, kept
000160*          by the CXB40148 maintenance program, read through the
000170*          CXB40149 hold-check service by the CXB40102 audit
000180*          retention run and the CXB40113 generation keeper, and
000190*          listed by the CXB40150 active-holds report.  One
000200*          record per hold, keyed by the business date range it
000210*          covers and the legal matter it was placed for, so two
000220*          matters may hold the same dates:
000230*
000240*              FROM-DATE,      the first and last business dates
000250*              THRU-DATE       held (CCYYMMDD, inclusive)
000260*              MATTER-REF      legal's reference for the matter
000270*              REQUEST-USER    the operator who placed the hold
000280*              PLACED-DATE     the business date it was placed
000290*              RELEASE-DATE    the business date the hold ends;
000300*                              zero while it stands until legal
000310*                              releases it
000320*              DESCRIPTION     free text for the report
000330*              STATUS          A active, R released
000340*
000350*          A hold protects its dates while it is active and its
000360*          release date is zero or still ahead of the current
000370*          business date.  The maintained fields are grouped
000380*          under CXB-LH-DEFINITION so the change log can carry
000390*          the before and after images whole.
000400*
000410*          This copybook has no 01-level header of its own; COPY
000420*          it into a record already opened with an 01 entry, for
000430*          example:
000440*
000450*              01  LEGAL-HOLD-RECORD.
000460*                  COPY CXBHOLD
000470*                      REPLACING LEADING ==CXB-LH== BY ==LH==.
000480*
000490*     CHANGE HISTORY:
000500*       15 OCT 2026   DPO   Initial release.
000510*
000520     05  CXB-LH-HOLD-KEY.
000530         10  CXB-LH-FROM-DATE      PIC 9(08).
000540         10  CXB-LH-THRU-DATE      PIC 9(08).
000550         10  CXB-LH-MATTER-REF     PIC X(12).
000560     05  CXB-LH-DEFINITION.
000570         10  CXB-LH-REQUEST-USER   PIC X(08).
000580         10  CXB-LH-PLACED-DATE    PIC 9(08).
000590         10  CXB-LH-RELEASE-DATE   PIC 9(08).
000600         10  CXB-LH-DESCRIPTION    PIC X(30).
000610         10  CXB-LH-STATUS         PIC X(01).
000620             88  CXB-LH-ACTIVE                 VALUE 'A'.
000630             88  CXB-LH-RELEASED               VALUE 'R'.
000640     05  CXB-LH-UPD-DATE           PIC 9(08).
000650     05  CXB-LH-UPD-TIME           PIC 9(08).
000660     05  CXB-LH-UPD-USER           PIC X(08).
