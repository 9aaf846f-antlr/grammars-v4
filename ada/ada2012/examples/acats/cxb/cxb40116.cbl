000510*          of balance, so the scheduler fails the night before
000520*          a short file ships downstream.
000530*
000540*          A business date worked in more than one cycle is
000550*          balanced cycle by cycle: the proof is run after each
000560*          cycle, against that cycle's files and the registry
000570*          records for that cycle (from the CXB40136
000580*          processing-cycle service), and its own verdict is
000590*          registered under the cycle.  The CXB40118 date roll
000600*          advances to the next cycle, or rolls the date after
000610*          the final cycle, only off a clean verdict.
000620*
000630*     INPUTS:
000640*          TRANSIN, TRANSOUT, DBLIN, DBLOUT - enveloped batch
000650*                       files; only the control records are
000660*                       used.
000670*          DBLLOG     - doubling log from CXB40098 (counted).
000680*          RUNCTL     - keyed run registry (CXBRUNC layout).
000690*
000700*     OUTPUTS:
000710*          BALRPT     - balancing statement report.
000720*
000730*     CHANGE HISTORY:
000740*       02 SEP 2026   DPO   Initial release.
000750*       02 SEP 2026   DPO   The verdict fields are widened to
000760*                           hold the full 17-character OUT OF
000770*                           BALANCE marker, which printed
000780*                           truncated.
000790*       02 SEP 2026   DPO   The business date now comes from
000800*                           the CXB40117 business-date
000810*                           service (the BUSDATE control
000820*                           file, rolled by CXB40118)
000830*                           instead of ACCEPT FROM DATE,
000840*                           so work that slips past
000850*                           midnight still posts under the
000860*                           right business date.
000870*       02 SEP 2026   DPO   Date fields are now PIC 9(08)
000880*                           CCYYMMDD, in step with the shared
000890*                           copybooks, so dates compare and
000900*                           order correctly across a century
000910*                           boundary.  Existing keyed and
000920*                           archive files are rebuilt into
000930*                           the new layout by the CXB40119
000940*                           conversion utility.
000950*       15 OCT 2026   DPO   The proof is now taken per
000960*                           processing cycle: the registry
000970*                           figures are read for the cycle
000980*                           being worked, and the heading
000990*                           names the cycle.
001000*
001010 IDENTIFICATION DIVISION.
001020 PROGRAM-ID. CXB40116.
001030 AUTHOR. DATA-PROCESSING-OPERATIONS.
001040 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
001050 DATE-WRITTEN. 02 SEP 2026.
001060 DATE-COMPILED.
001070*
001080 ENVIRONMENT DIVISION.
001090 INPUT-OUTPUT SECTION.
001100 FILE-CONTROL.
001110     SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-LEG-STATUS.
001140     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-LEG-STATUS.
001170     SELECT DBL-IN-FILE ASSIGN TO "DBLIN"
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-LEG-STATUS.
001200     SELECT DBL-OUT-FILE ASSIGN TO "DBLOUT"
001210         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS WS-LEG-STATUS.
001230     SELECT DBL-LOG-FILE ASSIGN TO "DBLLOG"
001240         ORGANIZATION IS SEQUENTIAL
001250         FILE STATUS IS WS-LEG-STATUS.
001260     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS RANDOM
001290         RECORD KEY IS RN-RUN-KEY
001300         FILE STATUS IS WS-RUN-STATUS.
001310     SELECT REPORT-FILE ASSIGN TO "BALRPT"
001320         ORGANIZATION IS SEQUENTIAL.
001330*
001340 DATA DIVISION.
001350 FILE SECTION.
001360*
001370*    THE FOUR ENVELOPED FILES ALL CARRY THE SAME 28-BYTE
001380*    RECORD; EACH IS READ INTO WS-ENV-RECORD AND ONLY THE
001390*    CONTROL FIELDS ARE LOOKED AT.
001400*
001410 FD  TRANS-IN-FILE
001420     RECORDING MODE IS F.
001430 01  TRANS-IN-RECORD           PIC X(28).
001440 FD  TRANS-OUT-FILE
001450     RECORDING MODE IS F.
001460 01  TRANS-OUT-RECORD          PIC X(28).
001470 FD  DBL-IN-FILE
001480     RECORDING MODE IS F.
001490 01  DBL-IN-RECORD             PIC X(28).
001500 FD  DBL-OUT-FILE
001510     RECORDING MODE IS F.
001520 01  DBL-OUT-RECORD            PIC X(28).
001530*
001540 FD  DBL-LOG-FILE
001550     RECORDING MODE IS F.
001560 01  DBL-LOG-RECORD.
001570     05  DL-IN-INTEGER         PIC S9(9)  USAGE IS BINARY.
001580     05  DL-OUT-INTEGER        PIC S9(9)  USAGE IS BINARY.
001590     05  DL-OUT-DOUBLE         PIC S9(9)  USAGE IS BINARY.
001600     05  DL-OUT-OVERFLOW       PIC X(01).
001610*
001620 FD  RUN-CONTROL-FILE
001630     RECORDING MODE IS F.
001640 01  RUN-CONTROL-RECORD.
001650     COPY CXBRUNC
001660         REPLACING LEADING ==CXB-RUN== BY ==RN-RUN==.
001670*
001680 FD  REPORT-FILE
001690     RECORDING MODE IS F.
001700 01  REPORT-RECORD             PIC X(80).
001710*
001720 WORKING-STORAGE SECTION.
001730*
001740*    STANDALONE COUNTERS AND SWITCHES
001750*
001760 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40116'.
001770*
001780 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001790 77  WS-RUN-CYCLE              PIC 9(02)  VALUE 1.
001800 77  WS-FINAL-CYCLE            PIC 9(02)  VALUE 1.
001810 77  WS-CYCLE-RESULT           PIC X(01)  VALUE SPACE.
001820 77  WS-STATEMENT-COUNT        PIC 9(03)  COMP VALUE ZERO.
001830 77  WS-IMBALANCE-COUNT        PIC 9(03)  COMP VALUE ZERO.
001840*
001850 77  WS-LEG-STATUS             PIC X(02)  VALUE SPACES.
001860     88  WS-LEG-FILE-OK                      VALUE '00'.
001870 77  WS-RUN-STATUS             PIC X(02)  VALUE SPACES.
001880     88  WS-RUN-FILE-OK                      VALUE '00'.
001890*
001900 77  WS-LEG-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001910     88  END-OF-LEG                          VALUE 'Y'.
001920     88  NOT-END-OF-LEG                      VALUE 'N'.
001930*
001940*    WS-LEG-SELECT NAMES THE ENVELOPED FILE THE GENERIC TRAILER
001950*    READER IS WORKING THROUGH.
001960*
001970 77  WS-LEG-SELECT             PIC 9(01)  VALUE ZERO.
001980     88  LEG-TRANSIN                         VALUE 1.
001990     88  LEG-TRANSOUT                        VALUE 2.
002000     88  LEG-DBLIN                           VALUE 3.
002010     88  LEG-DBLOUT                          VALUE 4.
002020*
002030*    TRAILER FIGURES GATHERED PER ENVELOPED FILE: THE DATA
002040*    RECORDS ACTUALLY COUNTED, THE TRAILER'S CLAIMED COUNT, AND
002050*    WHETHER A TRAILER WAS FOUND AT ALL.
002060*
002070 77  WS-ENV-DATA-COUNT         PIC 9(09)  COMP VALUE ZERO.
002080 77  WS-ENV-TRAILER-COUNT      PIC 9(09)  COMP VALUE ZERO.
002090 77  WS-ENV-TRAILER-SWITCH     PIC X(01)  VALUE 'N'.
002100     88  ENV-TRAILER-FOUND                   VALUE 'Y'.
002110     88  ENV-TRAILER-MISSING                 VALUE 'N'.
002120 77  WS-ENV-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
002130     88  ENV-FILE-OPENED                     VALUE 'Y'.
002140     88  ENV-FILE-NOT-OPENED                 VALUE 'N'.
002150*
002160 01  WS-ENV-RECORD.
002170     COPY CXBCTL
002180         REPLACING LEADING ==CXB-CTL== BY ==EV==.
002190*
002200*    PER-FILE TRAILER COUNTS HELD FOR THE EQUATIONS
002210*
002220 77  WS-TRANSIN-COUNT          PIC 9(09)  COMP VALUE ZERO.
002230 77  WS-TRANSOUT-COUNT         PIC 9(09)  COMP VALUE ZERO.
002240 77  WS-DBLIN-COUNT            PIC 9(09)  COMP VALUE ZERO.
002250 77  WS-DBLOUT-COUNT           PIC 9(09)  COMP VALUE ZERO.
002260 77  WS-DBLLOG-COUNT           PIC 9(09)  COMP VALUE ZERO.
002270*
002280 77  WS-TRANSIN-OK-SWITCH      PIC X(01)  VALUE 'N'.
002290     88  TRANSIN-TRAILER-OK                  VALUE 'Y'.
002300 77  WS-TRANSOUT-OK-SWITCH     PIC X(01)  VALUE 'N'.
002310     88  TRANSOUT-TRAILER-OK                 VALUE 'Y'.
002320 77  WS-DBLIN-OK-SWITCH        PIC X(01)  VALUE 'N'.
002330     88  DBLIN-TRAILER-OK                    VALUE 'Y'.
002340 77  WS-DBLOUT-OK-SWITCH       PIC X(01)  VALUE 'N'.
002350     88  DBLOUT-TRAILER-OK                   VALUE 'Y'.
002360*
002370*    RUN-REGISTRY FIGURES FOR THE TWO DRIVERS, PLUS WHETHER A
002380*    REGISTRY RECORD WAS FOUND FOR THE BUSINESS DATE AT ALL.
002390*
002400 77  WS-93-IN-COUNT            PIC 9(09)  COMP VALUE ZERO.
002410 77  WS-93-OUT-COUNT           PIC 9(09)  COMP VALUE ZERO.
002420 77  WS-93-REJECT-COUNT        PIC 9(09)  COMP VALUE ZERO.
002430 77  WS-93-RETURN-CODE         PIC 9(04)  VALUE ZERO.
002440 77  WS-93-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
002450     88  RUN-93-FOUND                        VALUE 'Y'.
002460 77  WS-98-IN-COUNT            PIC 9(09)  COMP VALUE ZERO.
002470 77  WS-98-OUT-COUNT           PIC 9(09)  COMP VALUE ZERO.
002480 77  WS-98-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
002490     88  RUN-98-FOUND                        VALUE 'Y'.
002500*
002510*    WORK FIELDS FOR THE EQUATIONS
002520*
002530 77  WS-LHS-VALUE              PIC S9(10) COMP VALUE ZERO.
002540 77  WS-RHS-VALUE              PIC S9(10) COMP VALUE ZERO.
002550 77  WS-DIFFERENCE             PIC S9(10) COMP VALUE ZERO.
002560*
002570*    RUN-CONTROL REGISTRATION FIELDS FOR THE CXB40107 SERVICE
002580*
002590 77  WS-RUNC-FUNCTION          PIC X(01)  VALUE 'S'.
002600 77  WS-RUNC-IN-ZERO           PIC 9(09)  COMP VALUE ZERO.
002610 77  WS-RUNC-OUT-ZERO          PIC 9(09)  COMP VALUE ZERO.
002620 77  WS-RUNC-REJ-ZERO          PIC 9(09)  COMP VALUE ZERO.
002630 77  WS-RUNC-TRUNC-ZERO        PIC 9(09)  COMP VALUE ZERO.
002640 77  WS-RUNC-OVFL-ZERO         PIC 9(09)  COMP VALUE ZERO.
002650 77  WS-RUNC-FINAL-RC          PIC S9(04) COMP VALUE ZERO.
002660 77  WS-RUNC-RESULT            PIC X(01)  VALUE '0'.
002670     88  RUN-CALL-RECORDED                   VALUE '0'.
002680     88  RUN-DUPLICATE                       VALUE 'D'.
002690     88  RUN-REGISTRY-ERROR                  VALUE 'E'.
002700*
002710*    REPORT LINE LAYOUTS
002720*
002730 01  WS-HEADING-LINE.
002740     05  FILLER                PIC X(32)
002750         VALUE "CXB40116 NIGHT BALANCING PROOF  ".
002760     05  FILLER                PIC X(05) VALUE "DATE=".
002770     05  WS-HDG-DATE           PIC 9(08).
002780     05  FILLER                PIC X(08) VALUE "  CYCLE=".
002790     05  WS-HDG-CYCLE          PIC 9(02).
002800     05  FILLER                PIC X(04) VALUE " OF ".
002810     05  WS-HDG-FINAL          PIC 9(02).
002820*
002830 01  WS-STATEMENT-LINE.
002840     05  WS-STMT-TEXT          PIC X(36).
002850     05  WS-STMT-LHS           PIC ZZZZZZZZ9.
002860     05  FILLER                PIC X(04) VALUE " VS ".
002870     05  WS-STMT-RHS           PIC ZZZZZZZZ9.
002880     05  FILLER                PIC X(02) VALUE SPACES.
002890     05  WS-STMT-VERDICT       PIC X(17).
002900*
002910 01  WS-MESSAGE-LINE.
002920     05  WS-MSG-TEXT           PIC X(60).
002930     05  FILLER                PIC X(20) VALUE SPACES.
002940*
002950 01  WS-SKIP-LINE.
002960     05  FILLER                PIC X(36)
002970         VALUE "STRING: CIRCUIT-BREAKER SKIPS       ".
002980     05  WS-SKIP-COUNT         PIC ZZZZZZZZ9.
002990*
003000 01  WS-VERDICT-LINE.
003010     05  FILLER                PIC X(25)
003020         VALUE "OVERALL NIGHT VERDICT:   ".
003030     05  WS-VERDICT-TEXT       PIC X(17).
003040*
003050*
003060*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
003070*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
003080*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
003090*
003100 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
003110 PROCEDURE DIVISION.
003120*
003130*===============================================================
003140*    0000-MAINLINE
003150*===============================================================
003160 0000-MAINLINE.
003170*
003180     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
003190*
003200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003210*
003220     PERFORM 2000-GATHER-TRAILERS THRU 2000-EXIT.
003230     PERFORM 3000-GATHER-REGISTRY THRU 3000-EXIT.
003240*
003250     PERFORM 4000-BALANCE-STRING-SIDE THRU 4000-EXIT.
003260     PERFORM 5000-BALANCE-NUMERIC-SIDE THRU 5000-EXIT.
003270*
003280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003290*
003300     STOP RUN.
003310*
003320*===============================================================
003330*    0500-REGISTER-START
003340*===============================================================
003350 0500-REGISTER-START.
003360*
003370     MOVE 'S' TO WS-RUNC-FUNCTION.
003380     CALL 'CXB40107' USING WS-RUNC-FUNCTION
003390                            PROGRAM-NAME
003400                            WS-RUNC-IN-ZERO
003410                            WS-RUNC-OUT-ZERO
003420                            WS-RUNC-REJ-ZERO
003430                            WS-RUNC-TRUNC-ZERO
003440                            WS-RUNC-OVFL-ZERO
003450                            WS-RUNC-FINAL-RC
003460                            WS-RUNC-RESULT.
003470*
003480     IF RUN-DUPLICATE
003490         DISPLAY 'CXB40116 ALREADY RAN THIS BUSINESS DATE - '
003500             'RUN REFUSED'
003510         MOVE 20 TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540*
003550     IF RUN-REGISTRY-ERROR
003560         DISPLAY 'CXB40116 RUN REGISTRY UNAVAILABLE - '
003570             'RUN CONTINUES UNREGISTERED'
003580     END-IF.
003590*
003600 0500-EXIT.
003610     EXIT.
003620*
003630*===============================================================
003640*    1000-INITIALIZE
003650*===============================================================
003660 1000-INITIALIZE.
003670*
003680     CALL 'CXB40117' USING WS-RUN-DATE
003690                            WS-BDAT-RESULT.
003700     CALL 'CXB40136' USING WS-RUN-CYCLE
003710                            WS-FINAL-CYCLE
003720                            WS-CYCLE-RESULT.
003730*
003740     OPEN OUTPUT REPORT-FILE.
003750     MOVE WS-RUN-DATE TO WS-HDG-DATE.
003760     MOVE WS-RUN-CYCLE TO WS-HDG-CYCLE.
003770     MOVE WS-FINAL-CYCLE TO WS-HDG-FINAL.
003780     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
003790     MOVE SPACES TO REPORT-RECORD.
003800     WRITE REPORT-RECORD.
003810*
003820 1000-EXIT.
003830     EXIT.
003840*
003850*===============================================================
003860*    2000-GATHER-TRAILERS
003870*===============================================================
003880 2000-GATHER-TRAILERS.
003890*
003900     SET LEG-TRANSIN TO TRUE.
003910     PERFORM 2100-READ-ONE-TRAILER THRU 2100-EXIT.
003920     MOVE WS-ENV-TRAILER-COUNT TO WS-TRANSIN-COUNT.
003930     IF ENV-TRAILER-FOUND
003940         MOVE 'Y' TO WS-TRANSIN-OK-SWITCH
003950     END-IF.
003960*
003970     SET LEG-TRANSOUT TO TRUE.
003980     PERFORM 2100-READ-ONE-TRAILER THRU 2100-EXIT.
003990     MOVE WS-ENV-TRAILER-COUNT TO WS-TRANSOUT-COUNT.
004000     IF ENV-TRAILER-FOUND
004010         MOVE 'Y' TO WS-TRANSOUT-OK-SWITCH
004020     END-IF.
004030*
004040     SET LEG-DBLIN TO TRUE.
004050     PERFORM 2100-READ-ONE-TRAILER THRU 2100-EXIT.
004060     MOVE WS-ENV-TRAILER-COUNT TO WS-DBLIN-COUNT.
004070     IF ENV-TRAILER-FOUND
004080         MOVE 'Y' TO WS-DBLIN-OK-SWITCH
004090     END-IF.
004100*
004110     SET LEG-DBLOUT TO TRUE.
004120     PERFORM 2100-READ-ONE-TRAILER THRU 2100-EXIT.
004130     MOVE WS-ENV-TRAILER-COUNT TO WS-DBLOUT-COUNT.
004140     IF ENV-TRAILER-FOUND
004150         MOVE 'Y' TO WS-DBLOUT-OK-SWITCH
004160     END-IF.
004170*
004180     PERFORM 2500-COUNT-DBLLOG THRU 2500-EXIT.
004190*
004200 2000-EXIT.
004210     EXIT.
004220*
004230*===============================================================
004240*    2100-READ-ONE-TRAILER
004250*===============================================================
004260 2100-READ-ONE-TRAILER.
004270*
004280*    RUNS THE SELECTED ENVELOPED FILE END TO END, COUNTING THE
004290*    DATA RECORDS AND CAPTURING THE TRAILER'S CLAIMED COUNT.
004300*    A TRAILER WHOSE COUNT DOES NOT MATCH WHAT WAS COUNTED IS
004310*    TREATED AS MISSING - THE FILE CANNOT VOUCH FOR ITSELF.
004320*
004330     MOVE ZERO TO WS-ENV-DATA-COUNT.
004340     MOVE ZERO TO WS-ENV-TRAILER-COUNT.
004350     SET ENV-TRAILER-MISSING TO TRUE.
004360     SET ENV-FILE-NOT-OPENED TO TRUE.
004370     SET NOT-END-OF-LEG TO TRUE.
004380*
004390     PERFORM 2200-OPEN-LEG THRU 2200-EXIT.
004400     IF ENV-FILE-NOT-OPENED
004410         GO TO 2100-EXIT
004420     END-IF.
004430*
004440     PERFORM 2300-READ-LEG-RECORD THRU 2300-EXIT
004450         UNTIL END-OF-LEG.
004460*
004470     PERFORM 2400-CLOSE-LEG THRU 2400-EXIT.
004480*
004490     IF ENV-TRAILER-FOUND
004500         AND WS-ENV-TRAILER-COUNT NOT = WS-ENV-DATA-COUNT
004510         SET ENV-TRAILER-MISSING TO TRUE
004520     END-IF.
004530*
004540 2100-EXIT.
004550     EXIT.
004560*
004570*===============================================================
004580*    2200-OPEN-LEG
004590*===============================================================
004600 2200-OPEN-LEG.
004610*
004620     EVALUATE TRUE
004630         WHEN LEG-TRANSIN  OPEN INPUT TRANS-IN-FILE
004640         WHEN LEG-TRANSOUT OPEN INPUT TRANS-OUT-FILE
004650         WHEN LEG-DBLIN    OPEN INPUT DBL-IN-FILE
004660         WHEN LEG-DBLOUT   OPEN INPUT DBL-OUT-FILE
004670     END-EVALUATE.
004680*
004690     IF WS-LEG-FILE-OK
004700         SET ENV-FILE-OPENED TO TRUE
004710     END-IF.
004720*
004730 2200-EXIT.
004740     EXIT.
004750*
004760*===============================================================
004770*    2300-READ-LEG-RECORD
004780*===============================================================
004790 2300-READ-LEG-RECORD.
004800*
004810     EVALUATE TRUE
004820         WHEN LEG-TRANSIN
004830             READ TRANS-IN-FILE
004840                 AT END SET END-OF-LEG TO TRUE
004850                 NOT AT END MOVE TRANS-IN-RECORD
004860                     TO WS-ENV-RECORD
004870             END-READ
004880         WHEN LEG-TRANSOUT
004890             READ TRANS-OUT-FILE
004900                 AT END SET END-OF-LEG TO TRUE
004910                 NOT AT END MOVE TRANS-OUT-RECORD
004920                     TO WS-ENV-RECORD
004930             END-READ
004940         WHEN LEG-DBLIN
004950             READ DBL-IN-FILE
004960                 AT END SET END-OF-LEG TO TRUE
004970                 NOT AT END MOVE DBL-IN-RECORD
004980                     TO WS-ENV-RECORD
004990             END-READ
005000         WHEN LEG-DBLOUT
005010             READ DBL-OUT-FILE
005020                 AT END SET END-OF-LEG TO TRUE
005030                 NOT AT END MOVE DBL-OUT-RECORD
005040                     TO WS-ENV-RECORD
005050             END-READ
005060     END-EVALUATE.
005070*
005080     IF END-OF-LEG
005090         GO TO 2300-EXIT
005100     END-IF.
005110*
005120     EVALUATE TRUE
005130         WHEN EV-DATA-REC
005140             ADD 1 TO WS-ENV-DATA-COUNT
005150         WHEN EV-TRAILER-REC
005160             MOVE EV-RECORD-COUNT TO WS-ENV-TRAILER-COUNT
005170             SET ENV-TRAILER-FOUND TO TRUE
005180         WHEN OTHER
005190             CONTINUE
005200     END-EVALUATE.
005210*
005220 2300-EXIT.
005230     EXIT.
005240*
005250*===============================================================
005260*    2400-CLOSE-LEG
005270*===============================================================
005280 2400-CLOSE-LEG.
005290*
005300     EVALUATE TRUE
005310         WHEN LEG-TRANSIN  CLOSE TRANS-IN-FILE
005320         WHEN LEG-TRANSOUT CLOSE TRANS-OUT-FILE
005330         WHEN LEG-DBLIN    CLOSE DBL-IN-FILE
005340         WHEN LEG-DBLOUT   CLOSE DBL-OUT-FILE
005350     END-EVALUATE.
005360*
005370 2400-EXIT.
005380     EXIT.
005390*
005400*===============================================================
005410*    2500-COUNT-DBLLOG
005420*===============================================================
005430 2500-COUNT-DBLLOG.
005440*
005450     SET NOT-END-OF-LEG TO TRUE.
005460     OPEN INPUT DBL-LOG-FILE.
005470     IF NOT WS-LEG-FILE-OK
005480         GO TO 2500-EXIT
005490     END-IF.
005500*
005510     PERFORM 2510-COUNT-ONE-LOG-RECORD THRU 2510-EXIT
005520         UNTIL END-OF-LEG.
005530     CLOSE DBL-LOG-FILE.
005540*
005550 2500-EXIT.
005560     EXIT.
005570*
005580*===============================================================
005590*    2510-COUNT-ONE-LOG-RECORD
005600*===============================================================
005610 2510-COUNT-ONE-LOG-RECORD.
005620*
005630     READ DBL-LOG-FILE
005640         AT END
005650             SET END-OF-LEG TO TRUE
005660             GO TO 2510-EXIT
005670     END-READ.
005680     ADD 1 TO WS-DBLLOG-COUNT.
005690*
005700 2510-EXIT.
005710     EXIT.
005720*
005730*===============================================================
005740*    3000-GATHER-REGISTRY
005750*===============================================================
005760 3000-GATHER-REGISTRY.
005770*
005780     OPEN INPUT RUN-CONTROL-FILE.
005790     IF NOT WS-RUN-FILE-OK
005800         DISPLAY 'CXB40116 RUNCTL NOT AVAILABLE, STATUS='
005810             WS-RUN-STATUS
005820         GO TO 3000-EXIT
005830     END-IF.
005840*
005850     MOVE 'CXB40093' TO RN-RUN-PROGRAM.
005860     MOVE WS-RUN-DATE TO RN-RUN-DATE.
005870     MOVE WS-RUN-CYCLE TO RN-RUN-CYCLE.
005880     READ RUN-CONTROL-FILE.
005890     IF WS-RUN-FILE-OK
005900         SET RUN-93-FOUND TO TRUE
005910         MOVE RN-RUN-IN-COUNT     TO WS-93-IN-COUNT
005920         MOVE RN-RUN-OUT-COUNT    TO WS-93-OUT-COUNT
005930         MOVE RN-RUN-REJECT-COUNT TO WS-93-REJECT-COUNT
005940         MOVE RN-RUN-RETURN-CODE  TO WS-93-RETURN-CODE
005950     END-IF.
005960*
005970     MOVE 'CXB40098' TO RN-RUN-PROGRAM.
005980     MOVE WS-RUN-DATE TO RN-RUN-DATE.
005990     MOVE WS-RUN-CYCLE TO RN-RUN-CYCLE.
006000     READ RUN-CONTROL-FILE.
006010     IF WS-RUN-FILE-OK
006020         SET RUN-98-FOUND TO TRUE
006030         MOVE RN-RUN-IN-COUNT  TO WS-98-IN-COUNT
006040         MOVE RN-RUN-OUT-COUNT TO WS-98-OUT-COUNT
006050     END-IF.
006060*
006070     CLOSE RUN-CONTROL-FILE.
006080*
006090 3000-EXIT.
006100     EXIT.
006110*
006120*===============================================================
006130*    4000-BALANCE-STRING-SIDE
006140*===============================================================
006150 4000-BALANCE-STRING-SIDE.
006160*
006170     IF NOT RUN-93-FOUND
006180         MOVE 'NO CXB40093 RUN RECORDED THIS BUSINESS DATE'
006190             TO WS-MSG-TEXT
006200         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
006210         ADD 1 TO WS-IMBALANCE-COUNT
006220         GO TO 4000-EXIT
006230     END-IF.
006240*
006250     IF NOT TRANSIN-TRAILER-OK OR NOT TRANSOUT-TRAILER-OK
006260         MOVE 'TRANSIN/TRANSOUT TRAILER MISSING OR SHORT'
006270             TO WS-MSG-TEXT
006280         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
006290         ADD 1 TO WS-IMBALANCE-COUNT
006300         GO TO 4000-EXIT
006310     END-IF.
006320*
006330*    CONSERVATION: EVERY RECORD THE DRIVER TOOK IN EITHER
006340*    REACHED TRANSOUT OR WENT TO SUSPENSE.
006350*
006360     MOVE WS-93-IN-COUNT TO WS-LHS-VALUE.
006370     COMPUTE WS-RHS-VALUE =
006380         WS-93-OUT-COUNT + WS-93-REJECT-COUNT.
006390     MOVE 'STRING: PROCESSED = OUT + SUSPENDED '
006400         TO WS-STMT-TEXT.
006410     PERFORM 6000-WRITE-STATEMENT THRU 6000-EXIT.
006420*
006430*    THE OUTPUT FILE SHIPPED IS THE WHOLE OUTPUT.
006440*
006450     MOVE WS-TRANSOUT-COUNT TO WS-LHS-VALUE.
006460     MOVE WS-93-OUT-COUNT   TO WS-RHS-VALUE.
006470     MOVE 'STRING: TRANSOUT TRAILER = REGISTRY '
006480         TO WS-STMT-TEXT.
006490     PERFORM 6000-WRITE-STATEMENT THRU 6000-EXIT.
006500*
006510*    THE INPUT FILE RECONCILES TO WHAT WAS PROCESSED.  ON A
006520*    CLEAN NIGHT REGISTRY-IN RUNS OVER THE TRAILER BY THE
006530*    RESUBMISSION PICKUP; ON A BREAKER NIGHT (RETURN-CODE 12,
006540*    WHICH NEVER CONSUMES RESUBMITS) THE TRAILER RUNS OVER
006550*    REGISTRY-IN BY THE RECORDS THE BREAKER SKIPPED.  A
006560*    DIFFERENCE WITH THE WRONG SIGN FOR THE KIND OF NIGHT IS
006570*    OUT OF BALANCE.
006580*
006590     COMPUTE WS-DIFFERENCE =
006600         WS-93-IN-COUNT - WS-TRANSIN-COUNT.
006610     MOVE WS-TRANSIN-COUNT TO WS-LHS-VALUE.
006620     MOVE WS-93-IN-COUNT   TO WS-RHS-VALUE.
006630     MOVE 'STRING: TRANSIN TRAILER VS PROCESSED'
006640         TO WS-STMT-TEXT.
006650     IF WS-93-RETURN-CODE = 12
006660         IF WS-DIFFERENCE <= ZERO
006670             PERFORM 6100-WRITE-IN-BALANCE THRU 6100-EXIT
006680             COMPUTE WS-SKIP-COUNT =
006690                 WS-TRANSIN-COUNT - WS-93-IN-COUNT
006700             WRITE REPORT-RECORD FROM WS-SKIP-LINE
006710         ELSE
006720             PERFORM 6200-WRITE-OUT-OF-BALANCE THRU 6200-EXIT
006730         END-IF
006740     ELSE
006750         IF WS-DIFFERENCE >= ZERO
006760             PERFORM 6100-WRITE-IN-BALANCE THRU 6100-EXIT
006770         ELSE
006780             PERFORM 6200-WRITE-OUT-OF-BALANCE THRU 6200-EXIT
006790         END-IF
006800     END-IF.
006810*
006820 4000-EXIT.
006830     EXIT.
006840*
006850*===============================================================
006860*    5000-BALANCE-NUMERIC-SIDE
006870*===============================================================
006880 5000-BALANCE-NUMERIC-SIDE.
006890*
006900     IF NOT RUN-98-FOUND
006910         MOVE 'NO CXB40098 RUN RECORDED THIS BUSINESS DATE'
006920             TO WS-MSG-TEXT
006930         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
006940         ADD 1 TO WS-IMBALANCE-COUNT
006950         GO TO 5000-EXIT
006960     END-IF.
006970*
006980     IF NOT DBLIN-TRAILER-OK OR NOT DBLOUT-TRAILER-OK
006990         MOVE 'DBLIN/DBLOUT TRAILER MISSING OR SHORT'
007000             TO WS-MSG-TEXT
007010         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
007020         ADD 1 TO WS-IMBALANCE-COUNT
007030         GO TO 5000-EXIT
007040     END-IF.
007050*
007060     MOVE WS-DBLIN-COUNT TO WS-LHS-VALUE.
007070     MOVE WS-98-IN-COUNT TO WS-RHS-VALUE.
007080     MOVE 'NUMERIC: DBLIN TRAILER = REGISTRY IN'
007090         TO WS-STMT-TEXT.
007100     PERFORM 6000-WRITE-STATEMENT THRU 6000-EXIT.
007110*
007120     MOVE WS-DBLOUT-COUNT TO WS-LHS-VALUE.
007130     MOVE WS-98-OUT-COUNT TO WS-RHS-VALUE.
007140     MOVE 'NUMERIC: DBLOUT TRAILER = REGISTRY  '
007150         TO WS-STMT-TEXT.
007160     PERFORM 6000-WRITE-STATEMENT THRU 6000-EXIT.
007170*
007180*    THE FILE-TO-FILE LEG IS PROVEN DIRECTLY, NOT INFERRED
007190*    THROUGH THE REGISTRY: A DRIVER CHANGE THAT SKIPPED
007200*    RECORDS COULD KEEP ITS OWN FIGURES CONSISTENT WHILE
007210*    SHIPPING A SHORT DBLOUT.
007220*
007230     MOVE WS-DBLIN-COUNT  TO WS-LHS-VALUE.
007240     MOVE WS-DBLOUT-COUNT TO WS-RHS-VALUE.
007250     MOVE 'NUMERIC: DBLIN TRAILER = DBLOUT     '
007260         TO WS-STMT-TEXT.
007270     PERFORM 6000-WRITE-STATEMENT THRU 6000-EXIT.
007280*
007290     MOVE WS-DBLLOG-COUNT TO WS-LHS-VALUE.
007300     MOVE WS-DBLOUT-COUNT TO WS-RHS-VALUE.
007310     MOVE 'NUMERIC: DBLLOG COUNT = DBLOUT      '
007320         TO WS-STMT-TEXT.
007330     PERFORM 6000-WRITE-STATEMENT THRU 6000-EXIT.
007340*
007350 5000-EXIT.
007360     EXIT.
007370*
007380*===============================================================
007390*    6000-WRITE-STATEMENT
007400*===============================================================
007410 6000-WRITE-STATEMENT.
007420*
007430     IF WS-LHS-VALUE = WS-RHS-VALUE
007440         PERFORM 6100-WRITE-IN-BALANCE THRU 6100-EXIT
007450     ELSE
007460         PERFORM 6200-WRITE-OUT-OF-BALANCE THRU 6200-EXIT
007470     END-IF.
007480*
007490 6000-EXIT.
007500     EXIT.
007510*
007520*===============================================================
007530*    6100-WRITE-IN-BALANCE
007540*===============================================================
007550 6100-WRITE-IN-BALANCE.
007560*
007570     ADD 1 TO WS-STATEMENT-COUNT.
007580     MOVE WS-LHS-VALUE TO WS-STMT-LHS.
007590     MOVE WS-RHS-VALUE TO WS-STMT-RHS.
007600     MOVE 'IN BALANCE' TO WS-STMT-VERDICT.
007610     WRITE REPORT-RECORD FROM WS-STATEMENT-LINE.
007620*
007630 6100-EXIT.
007640     EXIT.
007650*
007660*===============================================================
007670*    6200-WRITE-OUT-OF-BALANCE
007680*===============================================================
007690 6200-WRITE-OUT-OF-BALANCE.
007700*
007710     ADD 1 TO WS-STATEMENT-COUNT.
007720     ADD 1 TO WS-IMBALANCE-COUNT.
007730     MOVE WS-LHS-VALUE TO WS-STMT-LHS.
007740     MOVE WS-RHS-VALUE TO WS-STMT-RHS.
007750     MOVE '** OUT OF BALANCE' TO WS-STMT-VERDICT.
007760     WRITE REPORT-RECORD FROM WS-STATEMENT-LINE.
007770*
007780 6200-EXIT.
007790     EXIT.
007800*
007810*===============================================================
007820*    9000-TERMINATE
007830*===============================================================
007840 9000-TERMINATE.
007850*
007860     MOVE SPACES TO REPORT-RECORD.
007870     WRITE REPORT-RECORD.
007880     IF WS-IMBALANCE-COUNT = ZERO
007890         MOVE 'NIGHT BALANCES' TO WS-VERDICT-TEXT
007900     ELSE
007910         MOVE '** OUT OF BALANCE' TO WS-VERDICT-TEXT
007920         MOVE 8 TO RETURN-CODE
007930     END-IF.
007940     WRITE REPORT-RECORD FROM WS-VERDICT-LINE.
007950     CLOSE REPORT-FILE.
007960*
007970     DISPLAY 'CXB40116 STATEMENTS PRINTED: ' WS-STATEMENT-COUNT.
007980     DISPLAY 'CXB40116 LEGS OUT OF BALANCE: '
007990         WS-IMBALANCE-COUNT.
008000*
008010     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
008020*
008030 9000-EXIT.
008040     EXIT.
008050*
008060*===============================================================
008070*    8900-REGISTER-END
008080*===============================================================
008090 8900-REGISTER-END.
008100*
008110     MOVE 'E' TO WS-RUNC-FUNCTION.
008120     MOVE RETURN-CODE TO WS-RUNC-FINAL-RC.
008130     CALL 'CXB40107' USING WS-RUNC-FUNCTION
008140                            PROGRAM-NAME
008150                            WS-RUNC-IN-ZERO
008160                            WS-RUNC-OUT-ZERO
008170                            WS-RUNC-REJ-ZERO
008180                            WS-RUNC-TRUNC-ZERO
008190                            WS-RUNC-OVFL-ZERO
008200                            WS-RUNC-FINAL-RC
008210                            WS-RUNC-RESULT.
008220     IF RUN-REGISTRY-ERROR
008230         DISPLAY 'CXB40116 RUN REGISTRY UNAVAILABLE - '
008240             'END OF RUN NOT RECORDED'
008250     END-IF.
008260     MOVE WS-RUNC-FINAL-RC TO RETURN-CODE.
008270*
008280 8900-EXIT.
008290     EXIT.
