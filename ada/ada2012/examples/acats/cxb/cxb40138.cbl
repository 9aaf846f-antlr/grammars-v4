000100* CXB40138.CBL
000110*
000120*     PROGRAM:  CXB40138   ("Restart_Advisor")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Restart-point advisor run by the scheduler after a
000160*          step fails, or by the on-call analyst at any point
000170*          in the night.  It reads the STEPTBL step-dependency
000180*          table kept by CXB40137 and looks up each step's
000190*          RUNCTL record for the business date and processing
000200*          cycle being worked, then sorts every step into one
000210*          of:
000220*
000230*            DONE     - ended with a RETURN-CODE within its
000240*                       ceiling;
000250*            FAILED   - ended over its ceiling, or started and
000260*                       never ended;
000270*            READY    - not yet run, with every predecessor
000280*                       done: safe to release now;
000290*            WAITING  - not yet run, held only by predecessors
000300*                       that have not run yet;
000310*            BLOCKED  - not yet run, and downstream of a failed
000320*                       step, so nothing can release it until
000330*                       the failure is cleared.
000340*
000350*          The ADVRPT report lists the steps done, the steps
000360*          failed (with whether each may be rerun), the exact
000370*          restart point - the failed step earliest in the
000380*          schedule - and the steps still safe to release.  A
000390*          done step marked not rerunnable is flagged DO NOT
000400*          RERUN, so a restart from an earlier point does not
000410*          post or send twice.
000420*
000430*          Only steps that register with the CXB40107
000440*          run-registry service can be judged; a step with no
000450*          RUNCTL record counts as not yet run.  A predecessor
000460*          named on the table but missing from it holds its
000470*          step as WAITING and is reported as a table error.
000480*
000490*          The RETURN-CODE is the advice to the scheduler:
000500*            0 - safe to continue: nothing has failed;
000510*            4 - restart: a step failed but may be rerun from
000520*                the restart point once the cause is fixed;
000530*            8 - stop: a failed step must not be rerun, or the
000540*                table or run registry could not be read or is
000550*                in error - recovery needs the analyst.
000560*
000570*     INPUTS:
000580*          STEPTBL    - keyed step-dependency table (CXBSTEP
000590*                       layout).
000600*          RUNCTL     - keyed run registry (CXBRUNC layout).
000610*
000620*     OUTPUTS:
000630*          ADVRPT     - the restart advice report.
000640*
000650*     CHANGE HISTORY:
000660*       15 OCT 2026   DPO   Initial release.
000670*
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID. CXB40138.
000700 AUTHOR. DATA-PROCESSING-OPERATIONS.
000710 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000720 DATE-WRITTEN. 15 OCT 2026.
000730 DATE-COMPILED.
000740*
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT STEP-TABLE-FILE ASSIGN TO "STEPTBL"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS SD-STEP-KEY
000820         FILE STATUS IS WS-STEP-STATUS.
000830     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS RN-RUN-KEY
000870         FILE STATUS IS WS-RUN-STATUS.
000880     SELECT REPORT-FILE ASSIGN TO "ADVRPT"
000890         ORGANIZATION IS SEQUENTIAL.
000900*
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  STEP-TABLE-FILE
000940     RECORDING MODE IS F.
000950 01  STEP-TABLE-RECORD.
000960     COPY CXBSTEP
000970         REPLACING LEADING ==CXB-ST== BY ==SD==.
000980*
000990 FD  RUN-CONTROL-FILE
001000     RECORDING MODE IS F.
001010 01  RUN-CONTROL-RECORD.
001020     COPY CXBRUNC
001030         REPLACING LEADING ==CXB-RUN== BY ==RN-RUN==.
001040*
001050 FD  REPORT-FILE
001060     RECORDING MODE IS F.
001070 01  REPORT-RECORD             PIC X(80).
001080*
001090 WORKING-STORAGE SECTION.
001100*
001110*    STANDALONE COUNTERS AND SWITCHES
001120*
001130 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40138'.
001140*
001150 77  WS-STEP-STATUS            PIC X(02)  VALUE SPACES.
001160     88  WS-STEP-FILE-OK                     VALUE '00'.
001170 77  WS-RUN-STATUS             PIC X(02)  VALUE SPACES.
001180     88  WS-RUN-FILE-OK                      VALUE '00'.
001190     88  WS-RUN-REC-MISSING                  VALUE '23'.
001200*
001210 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001220     88  END-OF-INPUT                        VALUE 'Y'.
001230     88  NOT-END-OF-INPUT                    VALUE 'N'.
001240*
001250*    WS-ADVICE-SWITCH IS SET WHEN THE TABLE OR THE REGISTRY
001260*    CANNOT BE READ; NO STEP IS JUDGED AND THE ADVICE IS STOP.
001270*
001280 77  WS-ADVICE-SWITCH          PIC X(01)  VALUE 'Y'.
001290     88  ADVICE-POSSIBLE                     VALUE 'Y'.
001300     88  ADVICE-IMPOSSIBLE                   VALUE 'N'.
001310*
001320 77  WS-REPORT-DATE            PIC 9(08)  VALUE ZERO.
001330 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001340 77  WS-RUN-CYCLE              PIC 9(02)  VALUE 1.
001350 77  WS-FINAL-CYCLE            PIC 9(02)  VALUE 1.
001360 77  WS-CYCLE-RESULT           PIC X(01)  VALUE SPACE.
001370*
001380*    ADVICE TALLIES
001390*
001400 77  WS-DONE-COUNT             PIC 9(03)  COMP VALUE ZERO.
001410 77  WS-FAILED-COUNT           PIC 9(03)  COMP VALUE ZERO.
001420 77  WS-NO-RERUN-COUNT         PIC 9(03)  COMP VALUE ZERO.
001430 77  WS-READY-COUNT            PIC 9(03)  COMP VALUE ZERO.
001440 77  WS-WAITING-COUNT          PIC 9(03)  COMP VALUE ZERO.
001450 77  WS-BLOCKED-COUNT          PIC 9(03)  COMP VALUE ZERO.
001460 77  WS-TABLE-ERROR-COUNT      PIC 9(03)  COMP VALUE ZERO.
001470*
001480*    IN-CORE COPY OF STEPTBL WITH EACH STEP'S OUTCOME.  THE
001490*    STATE COMES FROM RUNCTL; THE ADVICE FOR A STEP NOT YET
001500*    RUN IS WORKED OUT FROM ITS PREDECESSORS' STATES.
001510*
001520 77  WS-STEP-MAX               PIC 9(03)  COMP VALUE 40.
001530 77  WS-STEP-COUNT             PIC 9(03)  COMP VALUE ZERO.
001540 77  WS-PRED-MAX               PIC 9(03)  COMP VALUE 5.
001550 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
001560 77  WS-PRED-IDX               PIC 9(03)  COMP VALUE ZERO.
001570 77  WS-FIND-IDX               PIC 9(03)  COMP VALUE ZERO.
001580 77  WS-FOUND-INDEX            PIC 9(03)  COMP VALUE ZERO.
001590 77  WS-PASS                   PIC 9(03)  COMP VALUE ZERO.
001600 01  WS-STEP-TABLE.
001610     05  WS-STEP-ENTRY OCCURS 40 TIMES.
001620         10  WS-TBL-PROGRAM        PIC X(08).
001630         10  WS-TBL-SCHED-SEQ      PIC 9(03).
001640         10  WS-TBL-PREDECESSOR    PIC X(08)  OCCURS 5 TIMES.
001650         10  WS-TBL-RC-CEILING     PIC 9(04).
001660         10  WS-TBL-RERUN-FLAG     PIC X(01).
001670             88  WS-TBL-RERUNNABLE             VALUE 'Y'.
001680         10  WS-TBL-RUN-RC         PIC 9(04).
001690         10  WS-TBL-STATE          PIC X(01).
001700             88  STEP-DONE                     VALUE 'D'.
001710             88  STEP-FAILED                   VALUE 'F'.
001720             88  STEP-NOT-RUN                  VALUE 'N'.
001730         10  WS-TBL-ADVICE         PIC X(01).
001740             88  ADVICE-READY                  VALUE 'R'.
001750             88  ADVICE-WAITING                VALUE 'W'.
001760             88  ADVICE-BLOCKED                VALUE 'B'.
001770             88  ADVICE-NONE                   VALUE ' '.
001780         10  WS-TBL-HELD-BY        PIC X(08).
001790*
001800*    WORK FIELDS FOR ONE STEP'S PREDECESSOR CHECK
001810*
001820 77  WS-PRED-STATE             PIC X(01)  VALUE SPACE.
001830     88  PREDS-ALL-DONE                      VALUE 'D'.
001840     88  PREDS-PENDING                       VALUE 'W'.
001850     88  PREDS-BROKEN                        VALUE 'B'.
001860 77  WS-HELD-BY                PIC X(08)  VALUE SPACES.
001870*
001880*    THE RESTART POINT: THE FAILED STEP EARLIEST IN THE
001890*    SCHEDULE, OR WHEN NOTHING HAS FAILED THE READY STEP
001900*    EARLIEST IN THE SCHEDULE.
001910*
001920 77  WS-RESTART-INDEX          PIC 9(03)  COMP VALUE ZERO.
001930 77  WS-NEXT-INDEX             PIC 9(03)  COMP VALUE ZERO.
001940*
001950*    WS-PRINT-CLASS SELECTS WHICH STEPS 6100 PRINTS ON EACH
001960*    PASS OVER THE TABLE.
001970*
001980 77  WS-PRINT-CLASS            PIC X(01)  VALUE SPACE.
001990*
002000*    REPORT LINE LAYOUTS
002010*
002020 01  WS-HEADING-LINE.
002030     05  FILLER                PIC X(30)
002040         VALUE "CXB40138 RESTART ADVICE FOR  ".
002050     05  WS-HDG-DATE           PIC 9(08).
002060     05  FILLER                PIC X(08) VALUE "  CYCLE=".
002070     05  WS-HDG-CYCLE          PIC 9(02).
002080*
002090 01  WS-SECTION-LINE.
002100     05  WS-SEC-TITLE          PIC X(40).
002110*
002120 01  WS-COLUMN-LINE.
002130     05  FILLER                PIC X(12) VALUE "  STEP      ".
002140     05  FILLER                PIC X(05) VALUE "SEQ  ".
002150     05  FILLER                PIC X(08) VALUE "STATE   ".
002160     05  FILLER                PIC X(10) VALUE "RC  CEIL  ".
002170     05  FILLER                PIC X(06) VALUE "RERUN ".
002180     05  FILLER                PIC X(04) VALUE "NOTE".
002190*
002200 01  WS-DETAIL-LINE.
002210     05  FILLER                PIC X(02) VALUE SPACES.
002220     05  WS-DTL-PROGRAM        PIC X(08).
002230     05  FILLER                PIC X(02) VALUE SPACES.
002240     05  WS-DTL-SEQ            PIC 9(03).
002250     05  FILLER                PIC X(02) VALUE SPACES.
002260     05  WS-DTL-STATE          PIC X(07).
002270     05  FILLER                PIC X(01) VALUE SPACES.
002280     05  WS-DTL-RC             PIC ZZZ9.
002290     05  FILLER                PIC X(01) VALUE SPACES.
002300     05  WS-DTL-CEILING        PIC ZZZ9.
002310     05  FILLER                PIC X(03) VALUE SPACES.
002320     05  WS-DTL-RERUN          PIC X(01).
002330     05  FILLER                PIC X(04) VALUE SPACES.
002340     05  WS-DTL-NOTE           PIC X(30).
002350*
002360 01  WS-RESTART-LINE.
002370     05  FILLER                PIC X(02) VALUE SPACES.
002380     05  WS-RST-TEXT           PIC X(40).
002390     05  WS-RST-PROGRAM        PIC X(08).
002400*
002410 01  WS-VERDICT-LINE.
002420     05  FILLER                PIC X(25)
002430         VALUE "SCHEDULER ADVICE:        ".
002440     05  WS-VDT-TEXT           PIC X(30).
002450*
002460 PROCEDURE DIVISION.
002470*
002480*===============================================================
002490*    0000-MAINLINE
002500*===============================================================
002510 0000-MAINLINE.
002520*
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540*
002550     PERFORM 2000-LOAD-STEPS THRU 2000-EXIT.
002560     IF ADVICE-POSSIBLE
002570         PERFORM 3000-READ-RUNS THRU 3000-EXIT
002580     END-IF.
002590     IF ADVICE-POSSIBLE
002600         PERFORM 4000-RESOLVE-STEPS THRU 4000-EXIT
002610         PERFORM 5000-FIND-RESTART THRU 5000-EXIT
002620         PERFORM 6000-PRINT-ADVICE THRU 6000-EXIT
002630     END-IF.
002640*
002650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002660*
002670     STOP RUN.
002680*
002690*===============================================================
002700*    1000-INITIALIZE
002710*===============================================================
002720 1000-INITIALIZE.
002730*
002740     CALL 'CXB40117' USING WS-REPORT-DATE
002750                            WS-BDAT-RESULT.
002760     CALL 'CXB40136' USING WS-RUN-CYCLE
002770                            WS-FINAL-CYCLE
002780                            WS-CYCLE-RESULT.
002790*
002800     OPEN OUTPUT REPORT-FILE.
002810     MOVE WS-REPORT-DATE TO WS-HDG-DATE.
002820     MOVE WS-RUN-CYCLE   TO WS-HDG-CYCLE.
002830     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
002840*
002850 1000-EXIT.
002860     EXIT.
002870*
002880*===============================================================
002890*    2000-LOAD-STEPS
002900*===============================================================
002910 2000-LOAD-STEPS.
002920*
002930     OPEN INPUT STEP-TABLE-FILE.
002940     IF NOT WS-STEP-FILE-OK
002950         DISPLAY 'CXB40138 STEPTBL NOT AVAILABLE, STATUS='
002960             WS-STEP-STATUS
002970         MOVE 'STEP TABLE NOT AVAILABLE' TO WS-SEC-TITLE
002980         PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
002990         SET ADVICE-IMPOSSIBLE TO TRUE
003000         GO TO 2000-EXIT
003010     END-IF.
003020*
003030     SET NOT-END-OF-INPUT TO TRUE.
003040     PERFORM 2100-LOAD-ONE-STEP THRU 2100-EXIT
003050         UNTIL END-OF-INPUT OR ADVICE-IMPOSSIBLE.
003060     CLOSE STEP-TABLE-FILE.
003070*
003080     IF WS-STEP-COUNT = ZERO AND ADVICE-POSSIBLE
003090         DISPLAY 'CXB40138 STEPTBL IS EMPTY'
003100         MOVE 'STEP TABLE IS EMPTY' TO WS-SEC-TITLE
003110         PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
003120         SET ADVICE-IMPOSSIBLE TO TRUE
003130     END-IF.
003140*
003150 2000-EXIT.
003160     EXIT.
003170*
003180*===============================================================
003190*    2100-LOAD-ONE-STEP
003200*===============================================================
003210 2100-LOAD-ONE-STEP.
003220*
003230     READ STEP-TABLE-FILE
003240         AT END
003250             SET END-OF-INPUT TO TRUE
003260             GO TO 2100-EXIT
003270     END-READ.
003280*
003290*    A TABLE TOO LARGE TO HOLD CANNOT BE JUDGED IN PART - A
003300*    STEP LEFT OUT COULD BE THE ONE THAT FAILED.
003310*
003320     IF WS-STEP-COUNT NOT < WS-STEP-MAX
003330         DISPLAY 'CXB40138 STEPTBL HOLDS MORE THAN '
003340             WS-STEP-MAX ' STEPS - NO ADVICE GIVEN'
003350         MOVE 'STEP TABLE TOO LARGE' TO WS-SEC-TITLE
003360         PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
003370         SET ADVICE-IMPOSSIBLE TO TRUE
003380         GO TO 2100-EXIT
003390     END-IF.
003400*
003410     ADD 1 TO WS-STEP-COUNT.
003420     MOVE SD-STEP-PROGRAM TO WS-TBL-PROGRAM(WS-STEP-COUNT).
003430     MOVE SD-SCHED-SEQ    TO WS-TBL-SCHED-SEQ(WS-STEP-COUNT).
003440     MOVE SD-RC-CEILING   TO WS-TBL-RC-CEILING(WS-STEP-COUNT).
003450     MOVE SD-RERUN-FLAG   TO WS-TBL-RERUN-FLAG(WS-STEP-COUNT).
003460     MOVE ZERO            TO WS-TBL-RUN-RC(WS-STEP-COUNT).
003470     MOVE 'N'             TO WS-TBL-STATE(WS-STEP-COUNT).
003480     MOVE SPACE           TO WS-TBL-ADVICE(WS-STEP-COUNT).
003490     MOVE SPACES          TO WS-TBL-HELD-BY(WS-STEP-COUNT).
003500     PERFORM 2110-LOAD-ONE-PRED THRU 2110-EXIT
003510         VARYING WS-PRED-IDX FROM 1 BY 1
003520         UNTIL WS-PRED-IDX > WS-PRED-MAX.
003530*
003540 2100-EXIT.
003550     EXIT.
003560*
003570*===============================================================
003580*    2110-LOAD-ONE-PRED
003590*===============================================================
003600 2110-LOAD-ONE-PRED.
003610*
003620     MOVE SD-PREDECESSOR(WS-PRED-IDX)
003630         TO WS-TBL-PREDECESSOR(WS-STEP-COUNT, WS-PRED-IDX).
003640*
003650 2110-EXIT.
003660     EXIT.
003670*
003680*===============================================================
003690*    3000-READ-RUNS
003700*===============================================================
003710 3000-READ-RUNS.
003720*
003730*    WITH THE RUN REGISTRY UNREADABLE THERE IS NO WAY TO TELL
003740*    A STEP THAT RAN FROM ONE THAT DID NOT, SO NO ADVICE IS
003750*    SAFER THAN A GUESS.
003760*
003770     OPEN INPUT RUN-CONTROL-FILE.
003780     IF NOT WS-RUN-FILE-OK
003790         DISPLAY 'CXB40138 RUNCTL NOT AVAILABLE, STATUS='
003800             WS-RUN-STATUS
003810         MOVE 'RUN REGISTRY NOT AVAILABLE' TO WS-SEC-TITLE
003820         PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
003830         SET ADVICE-IMPOSSIBLE TO TRUE
003840         GO TO 3000-EXIT
003850     END-IF.
003860*
003870     PERFORM 3100-READ-ONE-RUN THRU 3100-EXIT
003880         VARYING WS-IDX FROM 1 BY 1
003890         UNTIL WS-IDX > WS-STEP-COUNT.
003900     CLOSE RUN-CONTROL-FILE.
003910*
003920 3000-EXIT.
003930     EXIT.
003940*
003950*===============================================================
003960*    3100-READ-ONE-RUN
003970*===============================================================
003980 3100-READ-ONE-RUN.
003990*
004000     MOVE WS-TBL-PROGRAM(WS-IDX) TO RN-RUN-PROGRAM.
004010     MOVE WS-REPORT-DATE         TO RN-RUN-DATE.
004020     MOVE WS-RUN-CYCLE           TO RN-RUN-CYCLE.
004030     READ RUN-CONTROL-FILE.
004040     IF NOT WS-RUN-FILE-OK
004050         GO TO 3100-EXIT
004060     END-IF.
004070*
004080     MOVE RN-RUN-RETURN-CODE TO WS-TBL-RUN-RC(WS-IDX).
004090     IF RN-RUN-ENDED
004100         AND RN-RUN-RETURN-CODE NOT > WS-TBL-RC-CEILING(WS-IDX)
004110         MOVE 'D' TO WS-TBL-STATE(WS-IDX)
004120         ADD 1 TO WS-DONE-COUNT
004130     ELSE
004140         MOVE 'F' TO WS-TBL-STATE(WS-IDX)
004150         ADD 1 TO WS-FAILED-COUNT
004160         IF NOT WS-TBL-RERUNNABLE(WS-IDX)
004170             ADD 1 TO WS-NO-RERUN-COUNT
004180         END-IF
004190     END-IF.
004200*
004210 3100-EXIT.
004220     EXIT.
004230*
004240*===============================================================
004250*    4000-RESOLVE-STEPS
004260*===============================================================
004270 4000-RESOLVE-STEPS.
004280*
004290*    A STEP IS BLOCKED WHEN ANY PREDECESSOR FAILED OR IS
004300*    ITSELF BLOCKED, SO BLOCKING RUNS DOWN THE SCHEDULE ONE
004310*    LINK PER PASS.  AS MANY PASSES AS THERE ARE STEPS IS
004320*    ENOUGH FOR THE LONGEST CHAIN THE TABLE CAN HOLD.
004330*
004340     PERFORM 4100-RESOLVE-PASS THRU 4100-EXIT
004350         VARYING WS-PASS FROM 1 BY 1
004360         UNTIL WS-PASS > WS-STEP-COUNT.
004370*
004380*    THE PREDECESSOR CHECK IS RUN ONCE MORE FOR THE FAILED
004390*    STEPS, SO A TABLE ERROR UNDER ONE OF THEM IS COUNTED TOO,
004400*    AND THE TALLIES ARE TAKEN FROM THE SETTLED ADVICE.
004410*
004420     PERFORM 4300-TALLY-ONE-STEP THRU 4300-EXIT
004430         VARYING WS-IDX FROM 1 BY 1
004440         UNTIL WS-IDX > WS-STEP-COUNT.
004450*
004460 4000-EXIT.
004470     EXIT.
004480*
004490*===============================================================
004500*    4100-RESOLVE-PASS
004510*===============================================================
004520 4100-RESOLVE-PASS.
004530*
004540     PERFORM 4200-RESOLVE-ONE-STEP THRU 4200-EXIT
004550         VARYING WS-IDX FROM 1 BY 1
004560         UNTIL WS-IDX > WS-STEP-COUNT.
004570*
004580 4100-EXIT.
004590     EXIT.
004600*
004610*===============================================================
004620*    4200-RESOLVE-ONE-STEP
004630*===============================================================
004640 4200-RESOLVE-ONE-STEP.
004650*
004660     IF NOT STEP-NOT-RUN(WS-IDX)
004670         GO TO 4200-EXIT
004680     END-IF.
004690*
004700     PERFORM 4400-CHECK-PREDECESSORS THRU 4400-EXIT.
004710*
004720     EVALUATE TRUE
004730         WHEN PREDS-ALL-DONE
004740             MOVE 'R' TO WS-TBL-ADVICE(WS-IDX)
004750         WHEN PREDS-BROKEN
004760             MOVE 'B' TO WS-TBL-ADVICE(WS-IDX)
004770         WHEN OTHER
004780             MOVE 'W' TO WS-TBL-ADVICE(WS-IDX)
004790     END-EVALUATE.
004800     MOVE WS-HELD-BY TO WS-TBL-HELD-BY(WS-IDX).
004810*
004820 4200-EXIT.
004830     EXIT.
004840*
004850*===============================================================
004860*    4300-TALLY-ONE-STEP
004870*===============================================================
004880 4300-TALLY-ONE-STEP.
004890*
004900     PERFORM 4400-CHECK-PREDECESSORS THRU 4400-EXIT.
004910*
004920     EVALUATE TRUE
004930         WHEN NOT STEP-NOT-RUN(WS-IDX)
004940             CONTINUE
004950         WHEN ADVICE-READY(WS-IDX)
004960             ADD 1 TO WS-READY-COUNT
004970         WHEN ADVICE-BLOCKED(WS-IDX)
004980             ADD 1 TO WS-BLOCKED-COUNT
004990         WHEN OTHER
005000             ADD 1 TO WS-WAITING-COUNT
005010     END-EVALUATE.
005020*
005030 4300-EXIT.
005040     EXIT.
005050*
005060*===============================================================
005070*    4400-CHECK-PREDECESSORS
005080*===============================================================
005090 4400-CHECK-PREDECESSORS.
005100*
005110*    THE WORST PREDECESSOR DECIDES: ONE FAILED OR BLOCKED
005120*    MAKES THE STEP BLOCKED, OTHERWISE ONE NOT YET DONE MAKES
005130*    IT WAIT.  WS-HELD-BY NAMES THE PREDECESSOR RESPONSIBLE.
005140*
005150     MOVE 'D' TO WS-PRED-STATE.
005160     MOVE SPACES TO WS-HELD-BY.
005170     PERFORM 4410-CHECK-ONE-PRED THRU 4410-EXIT
005180         VARYING WS-PRED-IDX FROM 1 BY 1
005190         UNTIL WS-PRED-IDX > WS-PRED-MAX.
005200*
005210 4400-EXIT.
005220     EXIT.
005230*
005240*===============================================================
005250*    4410-CHECK-ONE-PRED
005260*===============================================================
005270 4410-CHECK-ONE-PRED.
005280*
005290     IF WS-TBL-PREDECESSOR(WS-IDX, WS-PRED-IDX) = SPACES
005300         GO TO 4410-EXIT
005310     END-IF.
005320*
005330     MOVE ZERO TO WS-FOUND-INDEX.
005340     PERFORM 4420-FIND-STEP THRU 4420-EXIT
005350         VARYING WS-FIND-IDX FROM 1 BY 1
005360         UNTIL WS-FIND-IDX > WS-STEP-COUNT
005370            OR WS-FOUND-INDEX > ZERO.
005380*
005390*    A PREDECESSOR MISSING FROM THE TABLE CAN NEVER BE SEEN TO
005400*    END; IT HOLDS THE STEP AND IS COUNTED AS A TABLE ERROR
005410*    (ONCE, ON THE TALLY PASS).
005420*
005430     IF WS-FOUND-INDEX = ZERO
005440         IF WS-PASS > WS-STEP-COUNT
005450             ADD 1 TO WS-TABLE-ERROR-COUNT
005460             DISPLAY 'CXB40138 ' WS-TBL-PROGRAM(WS-IDX)
005470                 ' NAMES PREDECESSOR '
005480                 WS-TBL-PREDECESSOR(WS-IDX, WS-PRED-IDX)
005490                 ' NOT ON STEPTBL'
005500         END-IF
005510         IF NOT PREDS-BROKEN
005520             MOVE 'W' TO WS-PRED-STATE
005530             MOVE WS-TBL-PREDECESSOR(WS-IDX, WS-PRED-IDX)
005540                 TO WS-HELD-BY
005550         END-IF
005560         GO TO 4410-EXIT
005570     END-IF.
005580*
005590     IF STEP-FAILED(WS-FOUND-INDEX)
005600         OR ADVICE-BLOCKED(WS-FOUND-INDEX)
005610         IF NOT PREDS-BROKEN
005620             MOVE 'B' TO WS-PRED-STATE
005630             MOVE WS-TBL-PROGRAM(WS-FOUND-INDEX) TO WS-HELD-BY
005640         END-IF
005650         GO TO 4410-EXIT
005660     END-IF.
005670*
005680     IF NOT STEP-DONE(WS-FOUND-INDEX)
005690         IF PREDS-ALL-DONE
005700             MOVE 'W' TO WS-PRED-STATE
005710             MOVE WS-TBL-PROGRAM(WS-FOUND-INDEX) TO WS-HELD-BY
005720         END-IF
005730     END-IF.
005740*
005750 4410-EXIT.
005760     EXIT.
005770*
005780*===============================================================
005790*    4420-FIND-STEP
005800*===============================================================
005810 4420-FIND-STEP.
005820*
005830     IF WS-TBL-PROGRAM(WS-FIND-IDX)
005840         = WS-TBL-PREDECESSOR(WS-IDX, WS-PRED-IDX)
005850         MOVE WS-FIND-IDX TO WS-FOUND-INDEX
005860     END-IF.
005870*
005880 4420-EXIT.
005890     EXIT.
005900*
005910*===============================================================
005920*    5000-FIND-RESTART
005930*===============================================================
005940 5000-FIND-RESTART.
005950*
005960     MOVE ZERO TO WS-RESTART-INDEX.
005970     MOVE ZERO TO WS-NEXT-INDEX.
005980     PERFORM 5100-CHECK-ONE-RESTART THRU 5100-EXIT
005990         VARYING WS-IDX FROM 1 BY 1
006000         UNTIL WS-IDX > WS-STEP-COUNT.
006010*
006020 5000-EXIT.
006030     EXIT.
006040*
006050*===============================================================
006060*    5100-CHECK-ONE-RESTART
006070*===============================================================
006080 5100-CHECK-ONE-RESTART.
006090*
006100     IF STEP-FAILED(WS-IDX)
006110         IF WS-RESTART-INDEX = ZERO
006120             MOVE WS-IDX TO WS-RESTART-INDEX
006130         ELSE
006140             IF WS-TBL-SCHED-SEQ(WS-IDX)
006150                 < WS-TBL-SCHED-SEQ(WS-RESTART-INDEX)
006160                 MOVE WS-IDX TO WS-RESTART-INDEX
006170             END-IF
006180         END-IF
006190     END-IF.
006200*
006210     IF STEP-NOT-RUN(WS-IDX) AND ADVICE-READY(WS-IDX)
006220         IF WS-NEXT-INDEX = ZERO
006230             MOVE WS-IDX TO WS-NEXT-INDEX
006240         ELSE
006250             IF WS-TBL-SCHED-SEQ(WS-IDX)
006260                 < WS-TBL-SCHED-SEQ(WS-NEXT-INDEX)
006270                 MOVE WS-IDX TO WS-NEXT-INDEX
006280             END-IF
006290         END-IF
006300     END-IF.
006310*
006320 5100-EXIT.
006330     EXIT.
006340*
006350*===============================================================
006360*    6000-PRINT-ADVICE
006370*===============================================================
006380 6000-PRINT-ADVICE.
006390*
006400     MOVE 'STEPS DONE' TO WS-SEC-TITLE.
006410     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
006420     WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
006430     MOVE 'D' TO WS-PRINT-CLASS.
006440     PERFORM 6100-PRINT-ONE-STEP THRU 6100-EXIT
006450         VARYING WS-IDX FROM 1 BY 1
006460         UNTIL WS-IDX > WS-STEP-COUNT.
006470*
006480     MOVE 'STEPS FAILED' TO WS-SEC-TITLE.
006490     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
006500     MOVE 'F' TO WS-PRINT-CLASS.
006510     PERFORM 6100-PRINT-ONE-STEP THRU 6100-EXIT
006520         VARYING WS-IDX FROM 1 BY 1
006530         UNTIL WS-IDX > WS-STEP-COUNT.
006540*
006550     MOVE 'RESTART POINT' TO WS-SEC-TITLE.
006560     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
006570     PERFORM 6200-PRINT-RESTART THRU 6200-EXIT.
006580*
006590     MOVE 'SAFE TO RELEASE' TO WS-SEC-TITLE.
006600     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
006610     MOVE 'R' TO WS-PRINT-CLASS.
006620     PERFORM 6100-PRINT-ONE-STEP THRU 6100-EXIT
006630         VARYING WS-IDX FROM 1 BY 1
006640         UNTIL WS-IDX > WS-STEP-COUNT.
006650*
006660     MOVE 'NOT YET RELEASABLE' TO WS-SEC-TITLE.
006670     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
006680     MOVE 'H' TO WS-PRINT-CLASS.
006690     PERFORM 6100-PRINT-ONE-STEP THRU 6100-EXIT
006700         VARYING WS-IDX FROM 1 BY 1
006710         UNTIL WS-IDX > WS-STEP-COUNT.
006720*
006730 6000-EXIT.
006740     EXIT.
006750*
006760*===============================================================
006770*    6100-PRINT-ONE-STEP
006780*===============================================================
006790 6100-PRINT-ONE-STEP.
006800*
006810*    PRINT CLASSES: 'D' DONE, 'F' FAILED, 'R' READY, 'H' HELD
006820*    (WAITING OR BLOCKED).
006830*
006840     EVALUATE TRUE
006850         WHEN WS-PRINT-CLASS = 'D' AND STEP-DONE(WS-IDX)
006860             MOVE 'DONE' TO WS-DTL-STATE
006870             IF WS-TBL-RERUNNABLE(WS-IDX)
006880                 MOVE SPACES TO WS-DTL-NOTE
006890             ELSE
006900                 MOVE 'DO NOT RERUN' TO WS-DTL-NOTE
006910             END-IF
006920         WHEN WS-PRINT-CLASS = 'F' AND STEP-FAILED(WS-IDX)
006930             MOVE 'FAILED' TO WS-DTL-STATE
006940             IF WS-TBL-RERUNNABLE(WS-IDX)
006950                 MOVE 'RERUN ONCE CAUSE IS FIXED'
006960                     TO WS-DTL-NOTE
006970             ELSE
006980                 MOVE 'NOT RERUNNABLE - RECOVER BY HAND'
006990                     TO WS-DTL-NOTE
007000             END-IF
007010         WHEN WS-PRINT-CLASS = 'R' AND STEP-NOT-RUN(WS-IDX)
007020             AND ADVICE-READY(WS-IDX)
007030             MOVE 'READY' TO WS-DTL-STATE
007040             MOVE 'ALL PREDECESSORS DONE' TO WS-DTL-NOTE
007050         WHEN WS-PRINT-CLASS = 'H' AND STEP-NOT-RUN(WS-IDX)
007060             AND ADVICE-BLOCKED(WS-IDX)
007070             MOVE 'BLOCKED' TO WS-DTL-STATE
007080             MOVE SPACES TO WS-DTL-NOTE
007090             STRING 'BEHIND FAILED ' DELIMITED BY SIZE
007100                 WS-TBL-HELD-BY(WS-IDX) DELIMITED BY SIZE
007110                 INTO WS-DTL-NOTE
007120         WHEN WS-PRINT-CLASS = 'H' AND STEP-NOT-RUN(WS-IDX)
007130             AND ADVICE-WAITING(WS-IDX)
007140             MOVE 'WAITING' TO WS-DTL-STATE
007150             MOVE SPACES TO WS-DTL-NOTE
007160             STRING 'WAITING ON ' DELIMITED BY SIZE
007170                 WS-TBL-HELD-BY(WS-IDX) DELIMITED BY SIZE
007180                 INTO WS-DTL-NOTE
007190         WHEN OTHER
007200             GO TO 6100-EXIT
007210     END-EVALUATE.
007220*
007230     MOVE WS-TBL-PROGRAM(WS-IDX)    TO WS-DTL-PROGRAM.
007240     MOVE WS-TBL-SCHED-SEQ(WS-IDX)  TO WS-DTL-SEQ.
007250     MOVE WS-TBL-RUN-RC(WS-IDX)     TO WS-DTL-RC.
007260     MOVE WS-TBL-RC-CEILING(WS-IDX) TO WS-DTL-CEILING.
007270     MOVE WS-TBL-RERUN-FLAG(WS-IDX) TO WS-DTL-RERUN.
007280     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
007290*
007300 6100-EXIT.
007310     EXIT.
007320*
007330*===============================================================
007340*    6200-PRINT-RESTART
007350*===============================================================
007360 6200-PRINT-RESTART.
007370*
007380     MOVE SPACES TO WS-RST-PROGRAM.
007390     EVALUATE TRUE
007400         WHEN WS-RESTART-INDEX > ZERO
007410             AND WS-TBL-RERUNNABLE(WS-RESTART-INDEX)
007420             MOVE 'RESTART BY RERUNNING STEP' TO WS-RST-TEXT
007430             MOVE WS-TBL-PROGRAM(WS-RESTART-INDEX)
007440                 TO WS-RST-PROGRAM
007450         WHEN WS-RESTART-INDEX > ZERO
007460             MOVE 'RECOVER BY HAND, THEN RESUME AFTER STEP'
007470                 TO WS-RST-TEXT
007480             MOVE WS-TBL-PROGRAM(WS-RESTART-INDEX)
007490                 TO WS-RST-PROGRAM
007500         WHEN WS-NEXT-INDEX > ZERO
007510             MOVE 'NOTHING FAILED - NEXT STEP IS' TO WS-RST-TEXT
007520             MOVE WS-TBL-PROGRAM(WS-NEXT-INDEX)
007530                 TO WS-RST-PROGRAM
007540         WHEN WS-DONE-COUNT = WS-STEP-COUNT
007550             MOVE 'NOTHING FAILED - ALL STEPS DONE'
007560                 TO WS-RST-TEXT
007570         WHEN OTHER
007580             MOVE 'NOTHING FAILED - NO STEP IS READY'
007590                 TO WS-RST-TEXT
007600     END-EVALUATE.
007610     WRITE REPORT-RECORD FROM WS-RESTART-LINE.
007620*
007630 6200-EXIT.
007640     EXIT.
007650*
007660*===============================================================
007670*    7000-WRITE-SECTION
007680*===============================================================
007690 7000-WRITE-SECTION.
007700*
007710     MOVE SPACES TO REPORT-RECORD.
007720     WRITE REPORT-RECORD.
007730     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
007740*
007750 7000-EXIT.
007760     EXIT.
007770*
007780*===============================================================
007790*    9000-TERMINATE
007800*===============================================================
007810 9000-TERMINATE.
007820*
007830*    THE ADVICE: STOP WHEN NO ADVICE COULD BE GIVEN, A FAILED
007840*    STEP MUST NOT BE RERUN, OR THE TABLE NAMES A STEP IT DOES
007850*    NOT HOLD; RESTART WHEN A RERUNNABLE STEP FAILED; CONTINUE
007860*    OTHERWISE.
007870*
007880     MOVE SPACES TO REPORT-RECORD.
007890     WRITE REPORT-RECORD.
007900     EVALUATE TRUE
007910         WHEN ADVICE-IMPOSSIBLE
007920             MOVE 'STOP - NO ADVICE POSSIBLE' TO WS-VDT-TEXT
007930             MOVE 8 TO RETURN-CODE
007940         WHEN WS-NO-RERUN-COUNT > ZERO
007950             MOVE 'STOP - RECOVER BY HAND' TO WS-VDT-TEXT
007960             MOVE 8 TO RETURN-CODE
007970         WHEN WS-TABLE-ERROR-COUNT > ZERO
007980             MOVE 'STOP - STEP TABLE IN ERROR' TO WS-VDT-TEXT
007990             MOVE 8 TO RETURN-CODE
008000         WHEN WS-FAILED-COUNT > ZERO
008010             MOVE 'RESTART AT THE RESTART POINT' TO WS-VDT-TEXT
008020             MOVE 4 TO RETURN-CODE
008030         WHEN OTHER
008040             MOVE 'CONTINUE' TO WS-VDT-TEXT
008050     END-EVALUATE.
008060     WRITE REPORT-RECORD FROM WS-VERDICT-LINE.
008070     CLOSE REPORT-FILE.
008080*
008090     DISPLAY 'CXB40138 STEPS ON TABLE:     ' WS-STEP-COUNT.
008100     DISPLAY 'CXB40138 STEPS DONE:         ' WS-DONE-COUNT.
008110     DISPLAY 'CXB40138 STEPS FAILED:       ' WS-FAILED-COUNT.
008120     DISPLAY 'CXB40138 STEPS READY:        ' WS-READY-COUNT.
008130     DISPLAY 'CXB40138 STEPS WAITING:      ' WS-WAITING-COUNT.
008140     DISPLAY 'CXB40138 STEPS BLOCKED:      ' WS-BLOCKED-COUNT.
008150     DISPLAY 'CXB40138 ADVICE:             ' WS-VDT-TEXT.
008160*
008170 9000-EXIT.
008180     EXIT.
