000100* CXB40135.CBL
000110*
000120*     PROGRAM:  CXB40135   ("Trace_Inquiry")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Keyed inquiry over the TRACELOG record history
000160*          written through the CXB40134 trace-logging service.
000170*          Reads request records from TRCREQ - a trace key made
000180*          of the originating branch, the business date, and
000190*          the sequence number CXB40109 stamped on the record
000200*          - positions into TRACELOG by key with START, and
000210*          writes that record's full history to the TRCRESP
000220*          response file in the order it happened: merged,
000230*          copied or suspended, released or deleted, and
000240*          returned or notified.  "What became of B03's record
000250*          412 on the 14th" is one request record and one
000260*          small job.
000270*
000280*          Each request is echoed to the response file ahead
000290*          of its history lines, followed by an event count,
000300*          or by a no-history line when nothing is on file for
000310*          that trace key, so the office can see exactly what
000320*          was asked and what came back.
000330*
000340*     INPUTS:
000350*          TRCREQ     - sequential request records: branch,
000360*                       business date, sequence number.
000370*          TRACELOG   - indexed record history (CXBTRCE
000380*                       layout).
000390*
000400*     OUTPUTS:
000410*          TRCRESP    - readable response file.
000420*
000430*     CHANGE HISTORY:
000440*       15 OCT 2026   DPO   Initial release.
000450*       15 OCT 2026   DPO   Each history line now shows the
000460*                           business date after the detail; the
000470*                           date and time in front are when the
000480*                           event was written.
000490*       15 OCT 2026   DPO   TRCREQ is closed only if it opened.
000500*
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. CXB40135.
000530 AUTHOR. DATA-PROCESSING-OPERATIONS.
000540 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000550 DATE-WRITTEN. 15 OCT 2026.
000560 DATE-COMPILED.
000570*
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT REQUEST-FILE ASSIGN TO "TRCREQ"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-REQ-STATUS.
000640     SELECT TRACE-LOG-FILE ASSIGN TO "TRACELOG"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS TL-LOG-KEY
000680         FILE STATUS IS WS-TRACE-STATUS.
000690     SELECT RESPONSE-FILE ASSIGN TO "TRCRESP"
000700         ORGANIZATION IS SEQUENTIAL.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  REQUEST-FILE
000750     RECORDING MODE IS F.
000760 01  REQUEST-RECORD.
000770     05  RQ-TRACE-KEY.
000780         10  RQ-BRANCH-ID      PIC X(03).
000790         10  RQ-TRACE-DATE     PIC 9(08).
000800         10  RQ-SEQUENCE       PIC 9(08).
000810*
000820 FD  TRACE-LOG-FILE
000830     RECORDING MODE IS F.
000840 01  TRACE-LOG-RECORD.
000850     COPY CXBTRCE
000860         REPLACING LEADING ==CXB-TL== BY ==TL==.
000870*
000880 FD  RESPONSE-FILE
000890     RECORDING MODE IS F.
000900 01  RESPONSE-RECORD           PIC X(80).
000910*
000920 WORKING-STORAGE SECTION.
000930*
000940*    STANDALONE COUNTERS AND SWITCHES
000950*
000960 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40135'.
000970*
000980 77  WS-REQUEST-COUNT          PIC 9(09)  COMP VALUE ZERO.
000990 77  WS-MATCH-COUNT            PIC 9(09)  COMP VALUE ZERO.
001000 77  WS-TOTAL-MATCHES          PIC 9(09)  COMP VALUE ZERO.
001010 77  WS-NOT-FOUND-COUNT        PIC 9(09)  COMP VALUE ZERO.
001020*
001030 77  WS-REQ-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001040     88  END-OF-REQUESTS                     VALUE 'Y'.
001050     88  NOT-END-OF-REQUESTS                 VALUE 'N'.
001060 77  WS-SCAN-DONE-SWITCH       PIC X(01)  VALUE 'N'.
001070     88  SCAN-DONE                           VALUE 'Y'.
001080     88  SCAN-NOT-DONE                       VALUE 'N'.
001090*
001100 77  WS-REQ-STATUS             PIC X(02)  VALUE SPACES.
001110     88  WS-REQ-FILE-OK                      VALUE '00'.
001120 77  WS-TRACE-STATUS           PIC X(02)  VALUE SPACES.
001130     88  WS-TRACE-FILE-OK                    VALUE '00'.
001140*
001150 77  WS-TRACE-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
001160     88  TRACE-IS-OPEN                       VALUE 'Y'.
001170     88  TRACE-NOT-OPEN                      VALUE 'N'.
001180 77  WS-REQ-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001190     88  REQUEST-IS-OPEN                     VALUE 'Y'.
001200     88  REQUEST-NOT-OPEN                    VALUE 'N'.
001210*
001220*    RESPONSE LINE LAYOUTS
001230*
001240 01  WS-REQUEST-ECHO-LINE.
001250     05  FILLER                PIC X(16) VALUE "TRACE   BRANCH=".
001260     05  WS-ECH-BRANCH         PIC X(03).
001270     05  FILLER                PIC X(06) VALUE " DATE=".
001280     05  WS-ECH-DATE           PIC 9(08).
001290     05  FILLER                PIC X(10) VALUE " SEQUENCE=".
001300     05  WS-ECH-SEQUENCE       PIC 9(08).
001310*
001320 01  WS-HISTORY-LINE.
001330     05  FILLER                PIC X(02) VALUE SPACES.
001340     05  WS-HST-DATE           PIC 9(08).
001350     05  FILLER                PIC X(01) VALUE SPACES.
001360     05  WS-HST-TIME           PIC 9(08).
001370     05  FILLER                PIC X(01) VALUE SPACES.
001380     05  WS-HST-PROGRAM        PIC X(08).
001390     05  FILLER                PIC X(01) VALUE SPACES.
001400     05  WS-HST-EVENT          PIC X(12).
001410     05  FILLER                PIC X(01) VALUE SPACES.
001420     05  WS-HST-STRING         PIC X(08).
001430     05  FILLER                PIC X(01) VALUE SPACES.
001440     05  WS-HST-DETAIL         PIC X(20).
001450     05  FILLER                PIC X(01) VALUE SPACES.
001460     05  WS-HST-BUSINESS-DATE  PIC 9(08).
001470*
001480 01  WS-COUNT-LINE.
001490     05  FILLER                PIC X(08) VALUE "  EVENTS".
001500     05  WS-CNT-MATCHES        PIC ZZZZZZZZ9.
001510*
001520 01  WS-NO-HISTORY-LINE.
001530     05  FILLER                PIC X(40)
001540         VALUE "  NO HISTORY ON FILE FOR THIS TRACE KEY".
001550*
001560 PROCEDURE DIVISION.
001570*
001580*===============================================================
001590*    0000-MAINLINE
001600*===============================================================
001610 0000-MAINLINE.
001620*
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001640*
001650     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001660         UNTIL END-OF-REQUESTS.
001670*
001680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001690*
001700     STOP RUN.
001710*
001720*===============================================================
001730*    1000-INITIALIZE
001740*===============================================================
001750 1000-INITIALIZE.
001760*
001770     OPEN OUTPUT RESPONSE-FILE.
001780*
001790     OPEN INPUT REQUEST-FILE.
001800     IF WS-REQ-FILE-OK
001810         SET REQUEST-IS-OPEN TO TRUE
001820         READ REQUEST-FILE
001830             AT END
001840                 SET END-OF-REQUESTS TO TRUE
001850         END-READ
001860     ELSE
001870         DISPLAY 'CXB40135 TRCREQ NOT AVAILABLE, STATUS='
001880             WS-REQ-STATUS
001890         SET END-OF-REQUESTS TO TRUE
001900         MOVE 8 TO RETURN-CODE
001910     END-IF.
001920*
001930     OPEN INPUT TRACE-LOG-FILE.
001940     IF WS-TRACE-FILE-OK
001950         SET TRACE-IS-OPEN TO TRUE
001960     ELSE
001970         DISPLAY 'CXB40135 TRACELOG NOT AVAILABLE, STATUS='
001980             WS-TRACE-STATUS
001990         SET END-OF-REQUESTS TO TRUE
002000         MOVE 8 TO RETURN-CODE
002010     END-IF.
002020*
002030 1000-EXIT.
002040     EXIT.
002050*
002060*===============================================================
002070*    2000-PROCESS-REQUEST
002080*===============================================================
002090 2000-PROCESS-REQUEST.
002100*
002110     ADD 1 TO WS-REQUEST-COUNT.
002120     MOVE ZERO TO WS-MATCH-COUNT.
002130*
002140     MOVE RQ-BRANCH-ID  TO WS-ECH-BRANCH.
002150     MOVE RQ-TRACE-DATE TO WS-ECH-DATE.
002160     MOVE RQ-SEQUENCE   TO WS-ECH-SEQUENCE.
002170     WRITE RESPONSE-RECORD FROM WS-REQUEST-ECHO-LINE.
002180*
002190     PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT.
002200*
002210     IF WS-MATCH-COUNT = ZERO
002220         ADD 1 TO WS-NOT-FOUND-COUNT
002230         WRITE RESPONSE-RECORD FROM WS-NO-HISTORY-LINE
002240     ELSE
002250         MOVE WS-MATCH-COUNT TO WS-CNT-MATCHES
002260         WRITE RESPONSE-RECORD FROM WS-COUNT-LINE
002270     END-IF.
002280*
002290     READ REQUEST-FILE
002300         AT END
002310             SET END-OF-REQUESTS TO TRUE
002320     END-READ.
002330*
002340 2000-EXIT.
002350     EXIT.
002360*
002370*===============================================================
002380*    3000-SCAN-HISTORY
002390*===============================================================
002400 3000-SCAN-HISTORY.
002410*
002420*    POSITION AT THE FIRST KEY ON OR AFTER THE REQUEST'S
002430*    TRACE KEY WITH THE LOWEST EVENT PART, THEN READ FORWARD
002440*    UNTIL THE TRACE KEY CHANGES.  THE SYSTEM DATE AND TIME
002450*    OF EACH EVENT FOLLOW THE TRACE KEY IN THE RECORD KEY, SO
002460*    THE HISTORY COMES BACK IN THE ORDER IT HAPPENED.
002470*
002480     MOVE RQ-TRACE-KEY TO TL-TRACE-KEY.
002490     MOVE ZERO         TO TL-EVENT-DATE.
002500     MOVE ZERO         TO TL-EVENT-TIME.
002510     MOVE LOW-VALUES   TO TL-PROGRAM.
002520     MOVE LOW-VALUES   TO TL-EVENT.
002530*
002540     START TRACE-LOG-FILE KEY IS NOT LESS THAN TL-LOG-KEY.
002550     IF NOT WS-TRACE-FILE-OK
002560         GO TO 3000-EXIT
002570     END-IF.
002580*
002590     SET SCAN-NOT-DONE TO TRUE.
002600     PERFORM 3100-READ-NEXT-HISTORY THRU 3100-EXIT
002610         UNTIL SCAN-DONE.
002620*
002630 3000-EXIT.
002640     EXIT.
002650*
002660*===============================================================
002670*    3100-READ-NEXT-HISTORY
002680*===============================================================
002690 3100-READ-NEXT-HISTORY.
002700*
002710     READ TRACE-LOG-FILE NEXT RECORD
002720         AT END
002730             SET SCAN-DONE TO TRUE
002740             GO TO 3100-EXIT
002750     END-READ.
002760*
002770     IF TL-TRACE-KEY NOT = RQ-TRACE-KEY
002780         SET SCAN-DONE TO TRUE
002790         GO TO 3100-EXIT
002800     END-IF.
002810*
002820     ADD 1 TO WS-MATCH-COUNT.
002830     ADD 1 TO WS-TOTAL-MATCHES.
002840*
002850     MOVE TL-EVENT-DATE TO WS-HST-DATE.
002860     MOVE TL-EVENT-TIME TO WS-HST-TIME.
002870     MOVE TL-PROGRAM    TO WS-HST-PROGRAM.
002880     MOVE TL-EVENT      TO WS-HST-EVENT.
002890     MOVE TL-STRING     TO WS-HST-STRING.
002900     MOVE TL-DETAIL     TO WS-HST-DETAIL.
002910     MOVE TL-BUSINESS-DATE TO WS-HST-BUSINESS-DATE.
002920     WRITE RESPONSE-RECORD FROM WS-HISTORY-LINE.
002930*
002940 3100-EXIT.
002950     EXIT.
002960*
002970*===============================================================
002980*    9000-TERMINATE
002990*===============================================================
003000 9000-TERMINATE.
003010*
003020     IF TRACE-IS-OPEN
003030         CLOSE TRACE-LOG-FILE
003040     END-IF.
003050     IF REQUEST-IS-OPEN
003060         CLOSE REQUEST-FILE
003070     END-IF.
003080     CLOSE RESPONSE-FILE.
003090*
003100     DISPLAY 'CXB40135 REQUESTS PROCESSED: ' WS-REQUEST-COUNT.
003110     DISPLAY 'CXB40135 EVENTS LISTED:      ' WS-TOTAL-MATCHES.
003120     DISPLAY 'CXB40135 KEYS WITH NO HISTORY: ' WS-NOT-FOUND-COUNT.
003130*
003140 9000-EXIT.
003150     EXIT.
