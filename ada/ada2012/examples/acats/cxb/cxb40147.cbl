000100* CXB40147.CBL
000110*
000120*     PROGRAM:  CXB40147   ("Period_Check")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Accounting-period service CALLed by every program
000160*          that posts work under a business date, so nothing
000170*          lands in a month the CXB40146 month-end close has
000180*          already closed.  The caller passes the business
000190*          date the work belongs to; the service answers with
000200*          the date the work may be posted under and a result
000210*          flag:
000220*
000230*            - the period (CCYYMM) of the date is open, or has
000240*              no PERIODCTL record at all: the work posts
000250*              under its own date;
000260*            - the period is closed: the work is carried
000270*              forward as a prior-period adjustment, posted
000280*              under the first day of the first open period
000290*              after it, and the caller flags it as such;
000300*            - no open period turns up within two years of
000310*              the date, or PERIODCTL cannot be read: the
000320*              caller refuses to post, so the check fails
000330*              closed.
000340*
000350*          A missing PERIODCTL means no period has ever been
000360*          closed, so a site that does not run the month-end
000370*          close sees no change at all.  The file is opened
000380*          and closed on every call, since a caller may ask
000390*          about more than one date.
000400*
000410*     INPUTS:
000420*          PERIODCTL  - keyed period control file (CXBPERD
000430*                       layout) maintained by CXB40146.
000440*
000450*     OUTPUTS:
000460*          PK-EFFECTIVE-DATE - the date to post under.
000470*          PK-RESULT-FLAG    - 'O' open, 'P' prior-period
000480*                              adjustment carried forward,
000490*                              'C' closed with nothing open
000500*                              to carry to, 'E' PERIODCTL
000510*                              unreadable.
000520*
000530*     CHANGE HISTORY:
000540*       15 OCT 2026   DPO   Initial release.
000550*
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. CXB40147.
000580 AUTHOR. DATA-PROCESSING-OPERATIONS.
000590 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000600 DATE-WRITTEN. 15 OCT 2026.
000610 DATE-COMPILED.
000620*
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS PC-PERIOD-KEY
000700         FILE STATUS IS WS-PERD-STATUS.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  PERIOD-CONTROL-FILE
000750     RECORDING MODE IS F.
000760 01  PERIOD-CONTROL-RECORD.
000770     COPY CXBPERD
000780         REPLACING LEADING ==CXB-PC== BY ==PC==.
000790*
000800 WORKING-STORAGE SECTION.
000810*
000820*    STANDALONE COUNTERS AND SWITCHES
000830*
000840 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40147'.
000850*
000860 77  WS-PERD-STATUS            PIC X(02)  VALUE SPACES.
000870     88  WS-PERD-FILE-OK                     VALUE '00'.
000880     88  WS-PERD-NOT-FOUND                   VALUE '35'.
000890     88  WS-PERD-REC-MISSING                 VALUE '23'.
000900*
000910*    WS-SCAN-LIMIT IS HOW MANY PERIODS AFTER A CLOSED ONE ARE
000920*    TRIED FOR AN OPEN ONE BEFORE THE WORK IS REFUSED.
000930*
000940 77  WS-SCAN-LIMIT             PIC 9(03)  COMP VALUE 24.
000950 77  WS-SCAN-COUNT             PIC 9(03)  COMP VALUE ZERO.
000960 77  WS-OPEN-SWITCH            PIC X(01)  VALUE 'N'.
000970     88  OPEN-PERIOD-FOUND                   VALUE 'Y'.
000980     88  OPEN-PERIOD-NOT-FOUND               VALUE 'N'.
000990 77  WS-ERROR-SWITCH           PIC X(01)  VALUE 'N'.
001000     88  PERIOD-READ-FAILED                  VALUE 'Y'.
001010     88  PERIOD-READ-OK                      VALUE 'N'.
001020*
001030*    THE PERIOD BEING LOOKED UP, WITH ITS PARTS VIEW SO IT CAN
001040*    BE STEPPED ON A MONTH AT A TIME.
001050*
001060 01  WS-WORK-PERIOD            PIC 9(06)  VALUE ZERO.
001070 01  WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD.
001080     05  WS-WORK-CCYY          PIC 9(04).
001090     05  WS-WORK-MM            PIC 9(02).
001100*
001110 LINKAGE SECTION.
001120*
001130 01  PK-POST-DATE              PIC 9(08).
001140 01  PK-EFFECTIVE-DATE         PIC 9(08).
001150*
001160*    PK-RESULT-FLAG TELLS THE CALLER WHAT TO DO WITH THE WORK:
001170*    'O' POST IT UNDER ITS OWN DATE, 'P' POST IT UNDER
001180*    PK-EFFECTIVE-DATE FLAGGED AS A PRIOR-PERIOD ADJUSTMENT,
001190*    'C' OR 'E' REFUSE IT.
001200*
001210 01  PK-RESULT-FLAG            PIC X(01).
001220     88  PK-PERIOD-OPEN                      VALUE 'O'.
001230     88  PK-PRIOR-PERIOD                     VALUE 'P'.
001240     88  PK-PERIOD-CLOSED                    VALUE 'C'.
001250     88  PK-PERIOD-ERROR                     VALUE 'E'.
001260*
001270 PROCEDURE DIVISION USING PK-POST-DATE
001280                          PK-EFFECTIVE-DATE
001290                          PK-RESULT-FLAG.
001300*
001310*===============================================================
001320*    0000-MAINLINE
001330*===============================================================
001340 0000-MAINLINE.
001350*
001360     MOVE PK-POST-DATE TO PK-EFFECTIVE-DATE.
001370     SET PK-PERIOD-OPEN TO TRUE.
001380*
001390     OPEN INPUT PERIOD-CONTROL-FILE.
001400     IF WS-PERD-NOT-FOUND
001410         GO TO 0000-RETURN
001420     END-IF.
001430     IF NOT WS-PERD-FILE-OK
001440         DISPLAY 'CXB40147 PERIODCTL NOT AVAILABLE, STATUS='
001450             WS-PERD-STATUS
001460         SET PK-PERIOD-ERROR TO TRUE
001470         GO TO 0000-RETURN
001480     END-IF.
001490*
001500     PERFORM 1000-CHECK-PERIOD THRU 1000-EXIT.
001510*
001520     CLOSE PERIOD-CONTROL-FILE.
001530*
001540 0000-RETURN.
001550     EXIT PROGRAM.
001560*
001570*===============================================================
001580*    1000-CHECK-PERIOD
001590*===============================================================
001600 1000-CHECK-PERIOD.
001610*
001620     SET PERIOD-READ-OK TO TRUE.
001630     MOVE PK-POST-DATE(1:6) TO WS-WORK-PERIOD.
001640     PERFORM 2000-READ-PERIOD THRU 2000-EXIT.
001650     IF PERIOD-READ-FAILED
001660         SET PK-PERIOD-ERROR TO TRUE
001670         GO TO 1000-EXIT
001680     END-IF.
001690     IF OPEN-PERIOD-FOUND
001700         GO TO 1000-EXIT
001710     END-IF.
001720*
001730*    THE DATE'S OWN PERIOD IS CLOSED: STEP FORWARD A MONTH AT
001740*    A TIME TO THE FIRST ONE STILL OPEN.
001750*
001760     PERFORM 1100-TRY-NEXT-PERIOD THRU 1100-EXIT
001770         VARYING WS-SCAN-COUNT FROM 1 BY 1
001780         UNTIL WS-SCAN-COUNT > WS-SCAN-LIMIT
001790            OR OPEN-PERIOD-FOUND
001800            OR PERIOD-READ-FAILED.
001810*
001820     IF PERIOD-READ-FAILED
001830         SET PK-PERIOD-ERROR TO TRUE
001840         GO TO 1000-EXIT
001850     END-IF.
001860     IF OPEN-PERIOD-NOT-FOUND
001870         DISPLAY 'CXB40147 NO OPEN PERIOD WITHIN '
001880             WS-SCAN-LIMIT ' MONTHS OF ' PK-POST-DATE
001890         SET PK-PERIOD-CLOSED TO TRUE
001900         GO TO 1000-EXIT
001910     END-IF.
001920*
001930     MOVE WS-WORK-PERIOD TO PK-EFFECTIVE-DATE(1:6).
001940     MOVE '01'           TO PK-EFFECTIVE-DATE(7:2).
001950     SET PK-PRIOR-PERIOD TO TRUE.
001960*
001970 1000-EXIT.
001980     EXIT.
001990*
002000*===============================================================
002010*    1100-TRY-NEXT-PERIOD
002020*===============================================================
002030 1100-TRY-NEXT-PERIOD.
002040*
002050     IF WS-WORK-MM < 12
002060         ADD 1 TO WS-WORK-MM
002070     ELSE
002080         MOVE 1 TO WS-WORK-MM
002090         ADD 1 TO WS-WORK-CCYY
002100     END-IF.
002110*
002120     PERFORM 2000-READ-PERIOD THRU 2000-EXIT.
002130*
002140 1100-EXIT.
002150     EXIT.
002160*
002170*===============================================================
002180*    2000-READ-PERIOD
002190*===============================================================
002200 2000-READ-PERIOD.
002210*
002220*    A PERIOD WITH NO RECORD HAS NEVER BEEN CLOSED AND IS
002230*    OPEN; ANY OTHER READ FAILURE LEAVES THE ANSWER UNKNOWN.
002240*
002250     SET OPEN-PERIOD-NOT-FOUND TO TRUE.
002260     MOVE WS-WORK-PERIOD TO PC-PERIOD.
002270     READ PERIOD-CONTROL-FILE.
002280     IF WS-PERD-REC-MISSING
002290         SET OPEN-PERIOD-FOUND TO TRUE
002300         GO TO 2000-EXIT
002310     END-IF.
002320     IF NOT WS-PERD-FILE-OK
002330         DISPLAY 'CXB40147 PERIODCTL READ FAILED FOR '
002340             WS-WORK-PERIOD ', STATUS=' WS-PERD-STATUS
002350         SET PERIOD-READ-FAILED TO TRUE
002360         GO TO 2000-EXIT
002370     END-IF.
002380     IF NOT PC-CLOSED
002390         SET OPEN-PERIOD-FOUND TO TRUE
002400     END-IF.
002410*
002420 2000-EXIT.
002430     EXIT.
