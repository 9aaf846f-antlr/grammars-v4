000310*          once per call - so a site that has not yet seeded
000320*          the control file sees the original behavior.
000330*
000340*          While the CXB40153 reprocessing control program has a
000350*          prior business date open for reprocessing (the
000360*          REPROCTL record, CXBREPR layout, at status 'A'), the
000370*          service answers that date instead of the one in
000380*          BUSDATE, which is left alone, so the nightly steps
000390*          rerun as of the date being corrected.  The record is
000400*          honored only while BUSDATE still holds the date it
000410*          was opened under and the date named is earlier; an
000420*          open record that fails those checks is answered with
000430*          the BUSDATE date and flag 'X', which the CXB40107
000440*          run-registry service refuses, so no step runs as of
000450*          the wrong date.
000460*
000470*     INPUTS:
000480*          BUSDATE    - control file holding the current
000490*                       business date in its one record.
000500*          REPROCTL   - reprocessing control record (CXBREPR
000510*                       layout); optional.
000520*
000530*     OUTPUTS:
000540*          BD-BUSINESS-DATE - the business date.
000550*          BD-RESULT-FLAG   - '0' answered from BUSDATE,
000560*                             'S' system-date fallback,
000570*                             'R' reprocessing date from
000580*                             REPROCTL,
000590*                             'X' REPROCTL open but not
000600*                             usable; BUSDATE date answered.
000610*
000620*     CHANGE HISTORY:
000630*       02 SEP 2026   DPO   Initial release.
000640*       02 SEP 2026   DPO   Date fields are now PIC 9(08)
000650*                           CCYYMMDD, in step with the shared
000660*                           copybooks, so dates compare and
000670*                           order correctly across a century
000680*                           boundary.  Existing keyed and
000690*                           archive files are rebuilt into
000700*                           the new layout by the CXB40119
000710*                           conversion utility.
000720*       15 OCT 2026   DPO   An open REPROCTL reprocessing
000730*                           control record now makes the
000740*                           service answer the prior business
000750*                           date being reprocessed, flagged
000760*                           'R', without touching BUSDATE; an
000770*                           unusable one is flagged 'X'.
000780*
000790 IDENTIFICATION DIVISION.
000800 PROGRAM-ID. CXB40117.
000810 AUTHOR. DATA-PROCESSING-OPERATIONS.
000820 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000830 DATE-WRITTEN. 02 SEP 2026.
000840 DATE-COMPILED.
000850*
000860 ENVIRONMENT DIVISION.
000870 INPUT-OUTPUT SECTION.
000880 FILE-CONTROL.
000890     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-DATE-STATUS.
000920     SELECT REPRO-CONTROL-FILE ASSIGN TO "REPROCTL"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-REPRO-STATUS.
000950*
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  BUS-DATE-FILE
000990     RECORDING MODE IS F.
001000 01  BUS-DATE-RECORD.
001010     05  BD-FILE-DATE          PIC 9(08).
001020*
001030 FD  REPRO-CONTROL-FILE
001040     RECORDING MODE IS F.
001050 01  REPRO-CONTROL-RECORD.
001060     COPY CXBREPR
001070         REPLACING LEADING ==CXB-RP== BY ==RP==.
001080*
001090 WORKING-STORAGE SECTION.
001100*
001110*    STANDALONE COUNTERS AND SWITCHES
001120*
001130 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40117'.
001140*
001150 77  WS-DATE-STATUS            PIC X(02)  VALUE SPACES.
001160     88  WS-DATE-FILE-OK                     VALUE '00'.
001170 77  WS-REPRO-STATUS           PIC X(02)  VALUE SPACES.
001180     88  WS-REPRO-FILE-OK                    VALUE '00'.
001190*
001200*    THE DATE IS READ ONCE PER RUN AND HELD HERE; WORKING
001210*    STORAGE PERSISTS ACROSS CALLS, SO EVERY LATER CALL IS
001220*    ANSWERED WITHOUT REOPENING BUSDATE.
001230*
001240 77  WS-CACHE-SWITCH           PIC X(01)  VALUE 'N'.
001250     88  DATE-CACHED                         VALUE 'Y'.
001260     88  DATE-NOT-CACHED                     VALUE 'N'.
001270 77  WS-HELD-DATE              PIC 9(08)  VALUE ZERO.
001280 77  WS-HELD-RESULT            PIC X(01)  VALUE 'S'.
001290*
001300*    VALIDATION VIEW OF THE DATE READ FROM THE CONTROL FILE
001310*
001320 01  WS-EDIT-DATE              PIC 9(08)  VALUE ZERO.
001330 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
001340     05  WS-EDIT-CCYY          PIC 9(04).
001350     05  WS-EDIT-MM            PIC 9(02).
001360     05  WS-EDIT-DD            PIC 9(02).
001370*
001380*    THE REPROCTL RECORD, CAPTURED INSIDE ITS READ
001390*
001400 01  WS-REPRO-RECORD.
001410     COPY CXBREPR
001420         REPLACING LEADING ==CXB-RP== BY ==WR==.
001430*
001440 LINKAGE SECTION.
001450*
001460 01  BD-BUSINESS-DATE          PIC 9(08).
001470*
001480*    BD-RESULT-FLAG TELLS THE CALLER WHERE THE DATE CAME FROM:
001490*    '0' THE BUSDATE CONTROL FILE, 'S' THE SYSTEM DATE BECAUSE
001500*    BUSDATE WAS MISSING, EMPTY, OR NOT A PLAUSIBLE DATE, 'R'
001510*    THE PRIOR DATE OPEN FOR REPROCESSING ON REPROCTL, 'X' THE
001520*    BUSDATE DATE BECAUSE AN OPEN REPROCTL COULD NOT BE
001530*    HONORED.
001540*
001550 01  BD-RESULT-FLAG            PIC X(01).
001560     88  BD-FROM-CONTROL-FILE                VALUE '0'.
001570     88  BD-SYSTEM-FALLBACK                  VALUE 'S'.
001580     88  BD-REPROCESSING                     VALUE 'R'.
001590     88  BD-REPROCESSING-REFUSED             VALUE 'X'.
001600*
001610 PROCEDURE DIVISION USING BD-BUSINESS-DATE
001620                          BD-RESULT-FLAG.
001630*
001640*===============================================================
001650*    0000-MAINLINE
001660*===============================================================
001670 0000-MAINLINE.
001680*
001690     IF DATE-NOT-CACHED
001700         PERFORM 1000-LOAD-BUSINESS-DATE THRU 1000-EXIT
001710         PERFORM 2000-CHECK-REPROCESSING THRU 2000-EXIT
001720         SET DATE-CACHED TO TRUE
001730     END-IF.
001740*
001750     MOVE WS-HELD-DATE   TO BD-BUSINESS-DATE.
001760     MOVE WS-HELD-RESULT TO BD-RESULT-FLAG.
001770*
001780     EXIT PROGRAM.
001790*
001800*===============================================================
001810*    1000-LOAD-BUSINESS-DATE
001820*===============================================================
001830 1000-LOAD-BUSINESS-DATE.
001840*
001850*    THE FALLBACK IS TAKEN FIRST, SO EVERY EARLY EXIT FROM
001860*    THE CONTROL-FILE PATH LEAVES A USABLE DATE BEHIND.
001870*
001880     ACCEPT WS-HELD-DATE FROM DATE YYYYMMDD.
001890     MOVE 'S' TO WS-HELD-RESULT.
001900*
001910     OPEN INPUT BUS-DATE-FILE.
001920     IF NOT WS-DATE-FILE-OK
001930         DISPLAY 'CXB40117 BUSDATE NOT AVAILABLE, STATUS='
001940             WS-DATE-STATUS
001950         DISPLAY 'CXB40117 SYSTEM DATE IN USE'
001960         GO TO 1000-EXIT
001970     END-IF.
001980*
001990*    THE FIELD IS CAPTURED INSIDE THE READ, BEFORE THE CLOSE,
002000*    THE WAY THE OTHER CONTROL-FILE READERS DO - THE RECORD
002010*    AREA IS NOT TO BE TRUSTED ONCE THE FILE IS CLOSED.
002020*
002030     READ BUS-DATE-FILE
002040         AT END
002050             DISPLAY 'CXB40117 BUSDATE EMPTY - '
002060                 'SYSTEM DATE IN USE'
002070             CLOSE BUS-DATE-FILE
002080             GO TO 1000-EXIT
002090         NOT AT END
002100             MOVE BD-FILE-DATE TO WS-EDIT-DATE
002110     END-READ.
002120     CLOSE BUS-DATE-FILE.
002130*
002140     IF WS-EDIT-DATE NOT NUMERIC
002150         DISPLAY 'CXB40117 BUSDATE NOT NUMERIC - '
002160             'SYSTEM DATE IN USE'
002170         GO TO 1000-EXIT
002180     END-IF.
002190*
002200     IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
002210         OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
002220         DISPLAY 'CXB40117 BUSDATE NOT A DATE: ' WS-EDIT-DATE
002230             ' - SYSTEM DATE IN USE'
002240         GO TO 1000-EXIT
002250     END-IF.
002260*
002270     MOVE WS-EDIT-DATE TO WS-HELD-DATE.
002280     MOVE '0' TO WS-HELD-RESULT.
002290*
002300 1000-EXIT.
002310     EXIT.
002320*
002330*===============================================================
002340*    2000-CHECK-REPROCESSING
002350*===============================================================
002360 2000-CHECK-REPROCESSING.
002370*
002380*    A MISSING, EMPTY, OR CLOSED REPROCTL IS THE ORDINARY
002390*    NIGHT AND LEAVES THE BUSDATE ANSWER AS IT IS.
002400*
002410     OPEN INPUT REPRO-CONTROL-FILE.
002420     IF NOT WS-REPRO-FILE-OK
002430         GO TO 2000-EXIT
002440     END-IF.
002450*
002460     READ REPRO-CONTROL-FILE INTO WS-REPRO-RECORD
002470         AT END
002480             CLOSE REPRO-CONTROL-FILE
002490             GO TO 2000-EXIT
002500     END-READ.
002510     CLOSE REPRO-CONTROL-FILE.
002520*
002530     IF NOT WR-OPEN
002540         GO TO 2000-EXIT
002550     END-IF.
002560*
002570*    AN OPEN RECORD IS HONORED ONLY AGAINST THE BUSINESS DATE
002580*    IT WAS OPENED UNDER, AND ONLY FOR AN EARLIER DATE.
002590*    ANYTHING ELSE IS FLAGGED 'X' SO THE RUN REGISTRY STOPS
002600*    THE STEP RATHER THAN LET IT RUN AS OF EITHER DATE.
002610*
002620     IF WS-HELD-RESULT NOT = '0'
002630         DISPLAY 'CXB40117 REPROCTL OPEN BUT BUSDATE NOT '
002640             'USABLE - REPROCESSING REFUSED'
002650         MOVE 'X' TO WS-HELD-RESULT
002660         GO TO 2000-EXIT
002670     END-IF.
002680     MOVE 'X' TO WS-HELD-RESULT.
002690     IF WR-OPEN-BUS-DATE NOT NUMERIC
002700         OR WR-OPEN-BUS-DATE NOT = WS-HELD-DATE
002710         DISPLAY 'CXB40117 REPROCTL OPENED UNDER '
002720             WR-OPEN-BUS-DATE ', BUSDATE NOW ' WS-HELD-DATE
002730             ' - REPROCESSING REFUSED'
002740         GO TO 2000-EXIT
002750     END-IF.
002760*
002770     MOVE WR-REPRO-DATE TO WS-EDIT-DATE.
002780     IF WS-EDIT-DATE NOT NUMERIC
002790         OR WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
002800         OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
002810         OR WS-EDIT-DATE NOT < WS-HELD-DATE
002820         DISPLAY 'CXB40117 REPROCTL DATE ' WR-REPRO-DATE
002830             ' NOT A PRIOR BUSINESS DATE - '
002840             'REPROCESSING REFUSED'
002850         GO TO 2000-EXIT
002860     END-IF.
002870*
002880     DISPLAY 'CXB40117 REPROCESSING ' WR-REPRO-DATE
002890         ' - BUSDATE ' WS-HELD-DATE ' UNCHANGED'.
002900     MOVE WR-REPRO-DATE TO WS-HELD-DATE.
002910     MOVE 'R' TO WS-HELD-RESULT.
002920*
002930 2000-EXIT.
002940     EXIT.
