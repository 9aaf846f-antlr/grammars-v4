000100* CXB40134.CBL
000110*
000120*     PROGRAM:  CXB40134   ("Trace_Log")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Shared record-history service CALLed by the merge,
000160*          copy, suspense-review, and distribution programs as
000170*          each record passes through them.  Each 'W' call
000180*          appends one record to the keyed TRACELOG file -
000190*          the record's trace key (originating branch, business
000200*          date, and sequence number stamped by CXB40109), the
000210*          system date and time of the event, the calling
000220*          program, the event, the record's string, free
000230*          detail, and the business date - so the
000240*          CXB40135 trace inquiry can print the full history of
000250*          any one record: merged, copied, suspended, released,
000260*          and returned.
000270*
000280*          TRACELOG is opened on the first 'W' call of a run and
000290*          held open until the caller's 'C' call at end of run,
000300*          so a nightly volume does not pay an OPEN and CLOSE
000310*          per record.  A call with a blank trace key (a record
000320*          that predates the trace sequence, or one rejected by
000330*          a service CALLed outside the nightly merge path) has
000340*          no history to join and is ignored.
000350*
000360*          The service never fails its caller: any trouble
000370*          writing TRACELOG is reported on the console and the
000380*          caller carries on - losing a history record must not
000390*          cost the night's work.  A duplicate key is dropped
000400*          the way CXB40127 drops an OPSEVENT duplicate.
000410*
000420*     INPUTS:
000430*          TL-CALL-FUNCTION - 'W' write one history record,
000440*                             'C' close TRACELOG at end of
000450*                             run.
000460*          TL-CALL-PROGRAM  - the calling program's name.
000470*          TL-CALL-TRACE-KEY - the record's trace key.
000480*          TL-CALL-EVENT    - the event (CXBTRCE lists them).
000490*          TL-CALL-STRING   - the record's string as the
000500*                             caller saw it.
000510*          TL-CALL-DETAIL   - free detail.
000520*
000530*     OUTPUTS:
000540*          TRACELOG         - keyed history file (CXBTRCE
000550*                             layout).
000560*          TL-RESULT-FLAG   - '0' recorded (or nothing to
000570*                             record), 'E' the history record
000580*                             could not be written.
000590*
000600*     CHANGE HISTORY:
000610*       15 OCT 2026   DPO   Initial release.
000620*       15 OCT 2026   DPO   The event is keyed on the system date
000630*                           and time instead of the business date,
000640*                           which could put an event written after
000650*                           midnight ahead of the day's earlier
000660*                           ones; the business date is kept in
000670*                           TL-BUSINESS-DATE.
000680*
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID. CXB40134.
000710 AUTHOR. DATA-PROCESSING-OPERATIONS.
000720 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000730 DATE-WRITTEN. 15 OCT 2026.
000740 DATE-COMPILED.
000750*
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT TRACE-LOG-FILE ASSIGN TO "TRACELOG"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS TL-LOG-KEY
000830         FILE STATUS IS WS-TRACE-STATUS.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  TRACE-LOG-FILE
000880     RECORDING MODE IS F.
000890 01  TRACE-LOG-RECORD.
000900     COPY CXBTRCE
000910         REPLACING LEADING ==CXB-TL== BY ==TL==.
000920*
000930 WORKING-STORAGE SECTION.
000940*
000950*    STANDALONE COUNTERS AND SWITCHES
000960*
000970 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40134'.
000980*
000990 77  WS-TRACE-STATUS           PIC X(02)  VALUE SPACES.
001000     88  WS-TRACE-FILE-OK                    VALUE '00'.
001010     88  WS-TRACE-NOT-FOUND                  VALUE '35'.
001020     88  WS-TRACE-DUP-KEY                    VALUE '22'.
001030*
001040*    WS-TRACE-OPEN-SW STAYS SET BETWEEN CALLS: TRACELOG IS HELD
001050*    OPEN FROM THE FIRST 'W' CALL TO THE CALLER'S 'C' CALL.
001060*    WS-TRACE-BROKEN-SW STOPS A RUN WHOSE OPEN FAILED FROM
001070*    RETRYING THE OPEN ON EVERY RECORD.
001080*
001090 77  WS-TRACE-OPEN-SW          PIC X(01)  VALUE 'N'.
001100     88  WS-TRACE-IS-OPEN                    VALUE 'Y'.
001110     88  WS-TRACE-NOT-OPEN                   VALUE 'N'.
001120 77  WS-TRACE-BROKEN-SW        PIC X(01)  VALUE 'N'.
001130     88  WS-TRACE-BROKEN                     VALUE 'Y'.
001140     88  WS-TRACE-USABLE                     VALUE 'N'.
001150*
001160 77  WS-BUSINESS-DATE          PIC 9(08)  VALUE ZERO.
001170 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001180*
001190 LINKAGE SECTION.
001200*
001210 01  TL-CALL-FUNCTION          PIC X(01).
001220     88  TL-FUNC-WRITE                       VALUE 'W'.
001230     88  TL-FUNC-CLOSE                       VALUE 'C'.
001240 01  TL-CALL-PROGRAM           PIC X(08).
001250 01  TL-CALL-TRACE-KEY         PIC X(19).
001260 01  TL-CALL-EVENT             PIC X(12).
001270 01  TL-CALL-STRING            PIC X(08).
001280 01  TL-CALL-DETAIL            PIC X(20).
001290*
001300*    TL-RESULT-FLAG TELLS THE CALLER WHAT HAPPENED: '0' THE
001310*    HISTORY RECORD WAS WRITTEN (OR THERE WAS NOTHING TO
001320*    WRITE), 'E' IT WAS NOT.  CALLERS CARRY ON EITHER WAY.
001330*
001340 01  TL-RESULT-FLAG            PIC X(01).
001350     88  TL-TRACE-RECORDED                   VALUE '0'.
001360     88  TL-TRACE-LOST                       VALUE 'E'.
001370*
001380 PROCEDURE DIVISION USING TL-CALL-FUNCTION
001390                          TL-CALL-PROGRAM
001400                          TL-CALL-TRACE-KEY
001410                          TL-CALL-EVENT
001420                          TL-CALL-STRING
001430                          TL-CALL-DETAIL
001440                          TL-RESULT-FLAG.
001450*
001460*===============================================================
001470*    0000-MAINLINE
001480*===============================================================
001490 0000-MAINLINE.
001500*
001510     SET TL-TRACE-RECORDED TO TRUE.
001520*
001530     IF TL-FUNC-CLOSE
001540         IF WS-TRACE-IS-OPEN
001550             CLOSE TRACE-LOG-FILE
001560             SET WS-TRACE-NOT-OPEN TO TRUE
001570         END-IF
001580         SET WS-TRACE-USABLE TO TRUE
001590         GO TO 0000-RETURN
001600     END-IF.
001610*
001620     IF NOT TL-FUNC-WRITE
001630         DISPLAY 'CXB40134 UNKNOWN FUNCTION CODE: '
001640             TL-CALL-FUNCTION
001650         SET TL-TRACE-LOST TO TRUE
001660         GO TO 0000-RETURN
001670     END-IF.
001680*
001690     IF TL-CALL-TRACE-KEY = SPACES OR LOW-VALUES
001700         GO TO 0000-RETURN
001710     END-IF.
001720*
001730     IF WS-TRACE-BROKEN
001740         SET TL-TRACE-LOST TO TRUE
001750         GO TO 0000-RETURN
001760     END-IF.
001770*
001780     IF WS-TRACE-NOT-OPEN
001790         PERFORM 1000-OPEN-TRACE-LOG THRU 1000-EXIT
001800         IF WS-TRACE-BROKEN
001810             SET TL-TRACE-LOST TO TRUE
001820             GO TO 0000-RETURN
001830         END-IF
001840     END-IF.
001850*
001860     PERFORM 2000-WRITE-HISTORY THRU 2000-EXIT.
001870*
001880 0000-RETURN.
001890     EXIT PROGRAM.
001900*
001910*===============================================================
001920*    1000-OPEN-TRACE-LOG
001930*===============================================================
001940 1000-OPEN-TRACE-LOG.
001950*
001960     OPEN I-O TRACE-LOG-FILE.
001970     IF NOT WS-TRACE-FILE-OK AND WS-TRACE-NOT-FOUND
001980         CLOSE TRACE-LOG-FILE
001990         OPEN OUTPUT TRACE-LOG-FILE
002000         CLOSE TRACE-LOG-FILE
002010         OPEN I-O TRACE-LOG-FILE
002020     END-IF.
002030     IF NOT WS-TRACE-FILE-OK
002040         DISPLAY 'CXB40134 TRACELOG OPEN FAILED, STATUS='
002050             WS-TRACE-STATUS
002060         SET WS-TRACE-BROKEN TO TRUE
002070         GO TO 1000-EXIT
002080     END-IF.
002090     SET WS-TRACE-IS-OPEN TO TRUE.
002100*
002110*    THE BUSINESS DATE IS TAKEN ONCE PER RUN, WHEN TRACELOG IS
002120*    OPENED, NOT ONCE PER RECORD.  IT IS RECORDED ON EACH EVENT
002130*    BUT IS NOT PART OF THE KEY.
002140*
002150     CALL 'CXB40117' USING WS-BUSINESS-DATE
002160                            WS-BDAT-RESULT.
002170*
002180 1000-EXIT.
002190     EXIT.
002200*
002210*===============================================================
002220*    2000-WRITE-HISTORY
002230*===============================================================
002240 2000-WRITE-HISTORY.
002250*
002260*    THE KEY CARRIES THE SYSTEM DATE AND TIME, WHICH ONLY EVER
002270*    MOVE FORWARD.  THE BUSINESS DATE DOES NOT: A NIGHT'S WORK
002280*    RUNS PAST MIDNIGHT UNDER THE SAME BUSINESS DATE, AND A
002290*    PRIOR DATE CAN BE REPROCESSED.
002300*
002310     MOVE TL-CALL-TRACE-KEY TO TL-TRACE-KEY.
002320     ACCEPT TL-EVENT-DATE FROM DATE YYYYMMDD.
002330     ACCEPT TL-EVENT-TIME FROM TIME.
002340     MOVE TL-CALL-PROGRAM   TO TL-PROGRAM.
002350     MOVE TL-CALL-EVENT     TO TL-EVENT.
002360     MOVE TL-CALL-STRING    TO TL-STRING.
002370     MOVE TL-CALL-DETAIL    TO TL-DETAIL.
002380     MOVE WS-BUSINESS-DATE  TO TL-BUSINESS-DATE.
002390*
002400     WRITE TRACE-LOG-RECORD.
002410     IF NOT WS-TRACE-FILE-OK
002420         IF WS-TRACE-DUP-KEY
002430             DISPLAY 'CXB40134 TRACELOG DUPLICATE KEY - '
002440                 'HISTORY NOT WRITTEN'
002450         ELSE
002460             DISPLAY 'CXB40134 TRACELOG WRITE FAILED, STATUS='
002470                 WS-TRACE-STATUS
002480         END-IF
002490         SET TL-TRACE-LOST TO TRUE
002500     END-IF.
002510*
002520 2000-EXIT.
002530     EXIT.
