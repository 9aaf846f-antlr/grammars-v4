000100* CXBGLMP.CPY
000110*
000120*     COPYBOOK: CXBGLMP
000130*
000140*     DESCRIPTION:
000150*          The GLMAP general-ledger account-mapping record
000160*          shape shared by the CXB40124 ledger extract, which
000170*          looks up the posting account and cost center for
000180*          every detail it writes, and the CXB40133
000190*          maintenance program, which keeps the table.  One
000200*          record per source path and branch or location,
000210*          keyed by both, with the who-changed-it-when stamp.
000220*
000230*          SOURCE PATHS IN USE:
000240*              DBL    the CXB40098 integer doubling path
000250*                     (DBLOUT); DBLOUT carries no branch, so
000260*                     its entry is keyed with a blank branch
000270*              PD     the CXB40105 per-diem path (PDOUT),
000280*                     keyed by the RATETBL location code
000290*
000300*          The lookup is exact - there is no fall-back to a
000310*          path-wide entry.  A result whose path and
000320*          branch/location have no entry is unmapped: CXB40124
000330*          writes it to GLUNMAP instead of posting it.
000340*
000350*          This copybook has no 01-level header of its own; COPY
000360*          it into a record already opened with an 01 entry, for
000370*          example:
000380*
000390*              01  GL-MAP-RECORD.
000400*                  COPY CXBGLMP
000410*                      REPLACING LEADING ==CXB-GM== BY ==GM==.
000420*
000430*     CHANGE HISTORY:
000440*       15 OCT 2026   DPO   Initial release.
000450*
000460     05  CXB-GM-MAP-KEY.
000470         10  CXB-GM-SOURCE-PATH    PIC X(04).
000480         10  CXB-GM-LOCATION       PIC X(04).
000490     05  CXB-GM-GL-ACCOUNT         PIC X(08).
000500     05  CXB-GM-COST-CENTER        PIC X(06).
000510     05  CXB-GM-UPD-DATE           PIC 9(08).
000520     05  CXB-GM-UPD-TIME           PIC 9(08).
000530     05  CXB-GM-UPD-USER           PIC X(08).
