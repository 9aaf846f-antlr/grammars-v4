000100* CXBBILL.CPY
000110*
000120*     COPYBOOK: CXBBILL
000130*
000140*     DESCRIPTION:
000150*          The BILLREG billing-register record shape written
000160*          by the CXB40125 branch statement when it bills a
000170*          statement month to accounts receivable.  One
000180*          record per statement month and branch, so the
000190*          same month cannot be billed to a branch twice;
000200*          it holds what the branch is currently billed
000210*          for, so a re-bill can reverse it exactly:
000220*
000230*              ORIG-INVOICE    the invoice first issued for
000240*                              the month; every credit memo
000250*                              and rebill refers back to it
000260*              CURR-INVOICE    the invoice now standing -
000270*                              the original, or the latest
000280*                              rebill; zero once credited
000290*                              in full
000300*              LAST-CREDIT     the latest credit memo issued
000310*                              against the month, zero if
000320*                              none
000330*              counts, unit charge, and amount of the
000340*                              standing invoice
000350*
000360*          STATUS is B (billed once), R (re-billed), or C
000370*          (credited in full because the branch no longer
000380*          has figures for the month).  Invoice and credit
000390*          memo numbers are drawn from one running series,
000400*          continued from the highest number on the register.
000410*
000420*          This copybook has no 01-level header of its own; COPY
000430*          it into a record already opened with an 01 entry, for
000440*          example:
000450*
000460*              01  BILL-REG-RECORD.
000470*                  COPY CXBBILL
000480*                      REPLACING LEADING ==CXB-BR== BY ==BR==.
000490*
000500*     CHANGE HISTORY:
000510*       15 OCT 2026   DPO   Initial release.
000520*
000530     05  CXB-BR-BILL-KEY.
000540         10  CXB-BR-STMT-MONTH     PIC 9(06).
000550         10  CXB-BR-BRANCH-ID      PIC X(03).
000560     05  CXB-BR-ORIG-INVOICE       PIC 9(08).
000570     05  CXB-BR-CURR-INVOICE       PIC 9(08).
000580     05  CXB-BR-LAST-CREDIT        PIC 9(08).
000590     05  CXB-BR-MERGED             PIC 9(09).
000600     05  CXB-BR-REJECTED           PIC 9(09).
000610     05  CXB-BR-TRUNCATED          PIC 9(09).
000620     05  CXB-BR-UNIT-CENTS         PIC 9(09).
000630     05  CXB-BR-AMOUNT             PIC S9(11)V99
000640                                   SIGN IS LEADING SEPARATE.
000650     05  CXB-BR-STATUS             PIC X(01).
000660         88  CXB-BR-BILLED                     VALUE 'B'.
000670         88  CXB-BR-REBILLED                   VALUE 'R'.
000680         88  CXB-BR-CREDITED                   VALUE 'C'.
000690     05  CXB-BR-REBILL-COUNT       PIC 9(02).
000700     05  CXB-BR-BILL-DATE          PIC 9(08).
000710     05  CXB-BR-UPD-DATE           PIC 9(08).
