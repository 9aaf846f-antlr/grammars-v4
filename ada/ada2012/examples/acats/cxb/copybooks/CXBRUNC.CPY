000160*          run-registry service, which writes one record per
000170*          batch program per business date at start and end of
000180*          run, and the CXB40108 inquiry report, which reads
000190*          them back.  The record is keyed by program name, run
000200*          date, and processing cycle so a program's run for a
000210*          given business date and cycle can be found directly,
000220*          both by the duplicate-run guard and by an operator
000230*          asking what happened last night.  The cycle comes
000240*          from the CXB40136 processing-cycle service; a site
000250*          working one cycle a day records every run as cycle 1.
000260*
000270*          This copybook has no 01-level header of its own; COPY
000280*          it into a record already opened with an 01 entry, for
000290*          example:
000300*
000310*              01  RUN-CONTROL-RECORD.
000320*                  COPY CXBRUNC
000330*                      REPLACING LEADING ==CXB-RUN==
000340*                          BY ==RC-RUN==.
000350*
000360*     CHANGE HISTORY:
000370*       23 AUG 2026   DPO   Initial release.
000380*       02 SEP 2026   DPO   CXB-RUN-DATE is now PIC 9(08)
000390*                           CCYYMMDD so the run-registry key
000400*                           orders correctly across a
000410*                           century boundary; existing
000420*                           files are rebuilt into this
000430*                           layout by the CXB40119
000440*                           conversion utility.
000450*       15 OCT 2026   DPO   CXB-RUN-CYCLE added to the key so
000460*                           a business date can be worked in
000470*                           more than one cycle without the
000480*                           second run being refused as a
000490*                           duplicate or overwriting the
000500*                           first.  The record grows from 82
000510*                           to 84 bytes; RUNCTL and RUNCJRNL
000520*                           are started empty in the new
000530*                           layout once the last single-cycle
000540*                           date has rolled.
000550*       15 OCT 2026   DPO   CXB-RUN-TYPE and CXB-RUN-REPRO-SEQ
000560*                           mark a run made while CXB40153 had
000570*                           the date open for reprocessing:
000580*                           type 'R' and which reprocessing of
000590*                           the date and cycle it belonged to;
000600*                           an ordinary run is type 'N', seq
000610*                           zero.  The record grows from 84 to
000620*                           87 bytes; existing records are
000630*                           carried over as type 'N', seq zero.
000640*
000650     05  CXB-RUN-KEY.
000660         10  CXB-RUN-PROGRAM       PIC X(08).
000670         10  CXB-RUN-DATE          PIC 9(08).
000680         10  CXB-RUN-CYCLE         PIC 9(02).
000690     05  CXB-RUN-START-TIME        PIC 9(08).
000700     05  CXB-RUN-END-TIME          PIC 9(08).
000710     05  CXB-RUN-STATUS            PIC X(01).
000720         88  CXB-RUN-STARTED                   VALUE 'S'.
000730         88  CXB-RUN-ENDED                     VALUE 'E'.
000740     05  CXB-RUN-IN-COUNT          PIC 9(09).
000750     05  CXB-RUN-OUT-COUNT         PIC 9(09).
000760     05  CXB-RUN-REJECT-COUNT      PIC 9(09).
000770     05  CXB-RUN-TRUNC-COUNT       PIC 9(09).
000780     05  CXB-RUN-OVERFLOW-COUNT    PIC 9(09).
000790     05  CXB-RUN-RETURN-CODE       PIC 9(04).
000800     05  CXB-RUN-TYPE              PIC X(01).
000810         88  CXB-RUN-NORMAL                    VALUE 'N'.
000820         88  CXB-RUN-REPROCESSING              VALUE 'R'.
000830     05  CXB-RUN-REPRO-SEQ         PIC 9(02).
