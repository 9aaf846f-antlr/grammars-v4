000100* CXBSTEP.CPY
000110*
000120*     COPYBOOK: CXBSTEP
000130*
000140*     DESCRIPTION:
000150*          The STEPTBL nightly step-dependency record shape
000160*          shared by the CXB40137 maintenance program, which
000170*          keeps the table, and the CXB40138 restart advisor,
000180*          which reads it against the night's RUNCTL records.
000190*          One record per step, keyed by the step's program
000200*          name - the same name it registers under with the
000210*          CXB40107 run-registry service - holding:
000220*
000230*              SCHED-SEQ     the step's position in the
000240*                            nightly schedule; the restart
000250*                            point is the failed step that
000260*                            comes first in this order
000270*              PREDECESSOR   up to five programs that must
000280*                            have ended clean before this
000290*                            step may run (blank entries are
000300*                            unused)
000310*              RC-CEILING    the highest RETURN-CODE that
000320*                            still counts as a clean end for
000330*                            this step
000340*              RERUN-FLAG    'Y' the step can safely be run a
000350*                            second time for the same date,
000360*                            'N' it must not be (a second run
000370*                            would post or send twice)
000380*
000390*          with the who-changed-it-when stamp.  The schedule
000400*          fields are grouped under CXB-ST-DEFINITION so the
000410*          change log can carry the before and after images
000420*          whole.
000430*
000440*          This copybook has no 01-level header of its own; COPY
000450*          it into a record already opened with an 01 entry, for
000460*          example:
000470*
000480*              01  STEP-TABLE-RECORD.
000490*                  COPY CXBSTEP
000500*                      REPLACING LEADING ==CXB-ST== BY ==SD==.
000510*
000520*     CHANGE HISTORY:
000530*       15 OCT 2026   DPO   Initial release.
000540*
000550     05  CXB-ST-STEP-KEY.
000560         10  CXB-ST-STEP-PROGRAM   PIC X(08).
000570     05  CXB-ST-DEFINITION.
000580         10  CXB-ST-SCHED-SEQ      PIC 9(03).
000590         10  CXB-ST-PREDECESSOR    PIC X(08)
000600                                   OCCURS 5 TIMES.
000610         10  CXB-ST-RC-CEILING     PIC 9(04).
000620         10  CXB-ST-RERUN-FLAG     PIC X(01).
000630             88  CXB-ST-RERUNNABLE             VALUE 'Y'.
000640             88  CXB-ST-NOT-RERUNNABLE         VALUE 'N'.
000650     05  CXB-ST-UPD-DATE           PIC 9(08).
000660     05  CXB-ST-UPD-TIME           PIC 9(08).
000670     05  CXB-ST-UPD-USER           PIC X(08).
