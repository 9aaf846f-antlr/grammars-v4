000260*          review program can show how long a record has been
000270*          sitting in suspense and which service put it there.
000280*
000290*          CXB-SU-TRACE-KEY is the record's trace key, carried
000300*          from TRANSIN; it is spaces for a record rejected by a
000310*          service CALLed outside the nightly merge path.
000320*
000330*          This copybook has no 01-level header of its own; COPY
000340*          it into a record already opened with an 01 entry, for
000350*          example:
000360*
000370*              01  SUSPENSE-RECORD.
000380*                  COPY CXBSUSP
000390*                      REPLACING ==CXB-SU-IN-STRING==
000400*                                    BY ==SU-IN-STRING==
000410*                                ==CXB-SU-IN-LENGTH==
000420*                                    BY ==SU-IN-LENGTH==
000430*                                ==CXB-SU-REJECT-DATE==
000440*                                    BY ==SU-REJECT-DATE==
000450*                                ==CXB-SU-SOURCE-PROGRAM==
000460*                                    BY ==SU-SOURCE-PROGRAM==
000470*                                ==CXB-SU-TRACE-KEY==
000480*                                    BY ==SU-TRACE-KEY==
000490*                                ==CXB-SU-TRACE-BRANCH==
000500*                                    BY ==SU-TRACE-BRANCH==
000510*                                ==CXB-SU-TRACE-DATE==
000520*                                    BY ==SU-TRACE-DATE==
000530*                                ==CXB-SU-TRACE-SEQ==
000540*                                    BY ==SU-TRACE-SEQ==.
000550*
000560*     CHANGE HISTORY:
000570*       23 AUG 2026   DPO   Initial release, pulled out of the
000580*                           identical in-line SUSPENSE-RECORD
000590*                           layouts in CXB40091, CXB40095, and
000600*                           CXB40096, with the reject date and
000610*                           source program added for the
000620*                           suspense review program.
000630*       02 SEP 2026   DPO   CXB-SU-REJECT-DATE is now PIC 9(08)
000640*                           CCYYMMDD so the suspense aging view
000650*                           orders correctly across a
000660*                           century boundary; existing
000670*                           files are rebuilt into this
000680*                           layout by the CXB40119
000690*                           conversion utility.
000700*       15 OCT 2026   DPO   CXB-SU-TRACE-KEY added: the
000710*                           record's trace key (branch,
000720*                           business date, and sequence
000730*                           number stamped by CXB40109) is
000740*                           carried into suspense so a
000750*                           released record can be traced
000760*                           and returned to its own branch.
000770*                           The record grows from 99 to 118
000780*                           bytes; SUSPENSE is worked down to
000790*                           empty through CXB40101 before
000800*                           the change is installed.
000810*
000820     05  CXB-SU-IN-STRING          PIC X(80).
000830     05  CXB-SU-IN-LENGTH          PIC 9(03).
000840     05  CXB-SU-REJECT-DATE        PIC 9(08).
000850     05  CXB-SU-SOURCE-PROGRAM     PIC X(08).
000860     05  CXB-SU-TRACE-KEY.
000870         10  CXB-SU-TRACE-BRANCH   PIC X(03).
000880         10  CXB-SU-TRACE-DATE     PIC X(08).
000890         10  CXB-SU-TRACE-SEQ      PIC X(08).
