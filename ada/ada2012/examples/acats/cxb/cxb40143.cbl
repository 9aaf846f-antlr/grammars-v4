000100* CXB40143.CBL
000110*
000120*     PROGRAM:  CXB40143   ("Batch_Window_Report")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Elapsed-time and service-level report for the
000160*          nightly batch window, which has to be finished
000170*          before the branches open.  The CXB40107 run
000180*          registry already records every step's start and
000190*          end times and record counts on RUNCTL; this
000200*          program measures them against the SLATBL targets
000210*          kept by CXB40142 (target elapsed minutes and latest
000220*          allowed end time per step) and prints, for the
000230*          business date and processing cycle being worked,
000240*          one line per step in schedule order:
000250*
000260*            - DONE steps: elapsed time, throughput in records
000270*              per minute, and the variance from the step's
000280*              trailing average (percent) and from its SLA
000290*              target (minutes);
000300*            - RUN steps (started, not yet ended): elapsed so
000310*              far and a projected end;
000320*            - OUT steps (not yet started): a projected end.
000330*
000340*          The trailing average is taken over the step's last
000350*          SLA-AVG-RUNS ended runs (default 5) before tonight.
000360*          The projection assumes the outstanding steps run one
000370*          after another in STEPTBL schedule order, each taking
000380*          its trailing average - or its target when it has no
000390*          history - starting from now, and gives tonight's
000400*          projected completion time.  Steps not on STEPTBL
000410*          are projected last, in program-name order.
000420*
000430*          Clock times are compared within the batch window
000440*          that opens at the WINDOW-START site parameter (HHMM,
000450*          default 1800), so 0630 is later than 2330.  Each
000460*          breach raises a W event through the CXB40127
000470*          service so it shows on the CXB40128 alert report:
000480*
000490*            OVER  elapsed time past the target minutes
000500*                  (event code SLAOnnnn);
000510*            LATE  a step ended after its latest end time
000520*                  (SLALnnnn);
000530*            PROJ  a running or outstanding step is projected
000540*                  to end after its latest end time
000550*                  (SLAPnnnn).
000560*
000570*          The event codes carry a running number because
000580*          OPSEVENT is keyed by time, program, and code, and
000590*          one run may raise several events inside the same
000600*          clock tick.  A program that ran tonight but has no
000610*          SLATBL entry is listed without targets.
000620*
000630*          RETURN-CODE is 0 with no breach, 4 when any step
000640*          breached or is projected to breach, and 8 when
000650*          SLATBL or RUNCTL cannot be read.
000660*
000670*     INPUTS:
000680*          SLATBL     - keyed service-level table (CXBSLA
000690*                       layout).
000700*          RUNCTL     - keyed run registry (CXBRUNC layout).
000710*          STEPTBL    - keyed step-dependency table (CXBSTEP
000720*                       layout), for the schedule order.
000730*          SITEPARM   - keyed site parameter file
000740*                       (WINDOW-START, SLA-AVG-RUNS).
000750*
000760*     OUTPUTS:
000770*          SLARPT     - the batch-window report.
000780*          OPSEVENT   - W events (through CXB40127).
000790*
000800*     CHANGE HISTORY:
000810*       15 OCT 2026   DPO   Initial release.
000820*
000830 IDENTIFICATION DIVISION.
000840 PROGRAM-ID. CXB40143.
000850 AUTHOR. DATA-PROCESSING-OPERATIONS.
000860 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000870 DATE-WRITTEN. 15 OCT 2026.
000880 DATE-COMPILED.
000890*
000900 ENVIRONMENT DIVISION.
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT SLA-TABLE-FILE ASSIGN TO "SLATBL"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS SEQUENTIAL
000960         RECORD KEY IS SA-SLA-KEY
000970         FILE STATUS IS WS-SLA-STATUS.
000980     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS SEQUENTIAL
001010         RECORD KEY IS RN-RUN-KEY
001020         FILE STATUS IS WS-RUN-STATUS.
001030     SELECT STEP-TABLE-FILE ASSIGN TO "STEPTBL"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS RANDOM
001060         RECORD KEY IS SD-STEP-KEY
001070         FILE STATUS IS WS-STEP-STATUS.
001080     SELECT SITE-PARM-FILE ASSIGN TO "SITEPARM"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS RANDOM
001110         RECORD KEY IS SP-PARM-KEY
001120         FILE STATUS IS WS-PARM-STATUS.
001130     SELECT REPORT-FILE ASSIGN TO "SLARPT"
001140         ORGANIZATION IS SEQUENTIAL.
001150*
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD  SLA-TABLE-FILE
001190     RECORDING MODE IS F.
001200 01  SLA-TABLE-RECORD.
001210     COPY CXBSLA
001220         REPLACING LEADING ==CXB-SA== BY ==SA==.
001230*
001240 FD  RUN-CONTROL-FILE
001250     RECORDING MODE IS F.
001260 01  RUN-CONTROL-RECORD.
001270     COPY CXBRUNC
001280         REPLACING LEADING ==CXB-RUN== BY ==RN-RUN==.
001290*
001300 FD  STEP-TABLE-FILE
001310     RECORDING MODE IS F.
001320 01  STEP-TABLE-RECORD.
001330     COPY CXBSTEP
001340         REPLACING LEADING ==CXB-ST== BY ==SD==.
001350*
001360 FD  SITE-PARM-FILE
001370     RECORDING MODE IS F.
001380 01  SITE-PARM-RECORD.
001390     COPY CXBPARM
001400         REPLACING LEADING ==CXB== BY ==SP==.
001410*
001420 FD  REPORT-FILE
001430     RECORDING MODE IS F.
001440 01  REPORT-RECORD             PIC X(80).
001450*
001460 WORKING-STORAGE SECTION.
001470*
001480*    STANDALONE COUNTERS AND SWITCHES
001490*
001500 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40143'.
001510*
001520 77  WS-DONE-COUNT             PIC 9(09)  COMP VALUE ZERO.
001530 77  WS-RUNNING-COUNT          PIC 9(09)  COMP VALUE ZERO.
001540 77  WS-OUTSTANDING-COUNT      PIC 9(09)  COMP VALUE ZERO.
001550 77  WS-BREACH-COUNT           PIC 9(09)  COMP VALUE ZERO.
001560 77  WS-PROJECTED-COUNT        PIC 9(09)  COMP VALUE ZERO.
001570 77  WS-EVENT-COUNT            PIC 9(09)  COMP VALUE ZERO.
001580 77  WS-EVENT-LOST-COUNT       PIC 9(09)  COMP VALUE ZERO.
001590 77  WS-OVERFLOW-COUNT         PIC 9(09)  COMP VALUE ZERO.
001600*
001610 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001620     88  END-OF-INPUT                        VALUE 'Y'.
001630     88  NOT-END-OF-INPUT                    VALUE 'N'.
001640*
001650*    WS-REPORT-SWITCH IS SET WHEN THE SLA TABLE OR THE RUN
001660*    REGISTRY CANNOT BE READ; NO STEP IS MEASURED.
001670*
001680 77  WS-REPORT-SWITCH          PIC X(01)  VALUE 'Y'.
001690     88  REPORT-POSSIBLE                     VALUE 'Y'.
001700     88  REPORT-IMPOSSIBLE                   VALUE 'N'.
001710 77  WS-FOUND-SWITCH           PIC X(01)  VALUE 'N'.
001720     88  STEP-FOUND                          VALUE 'Y'.
001730     88  STEP-NOT-FOUND                      VALUE 'N'.
001740*
001750 77  WS-SLA-STATUS             PIC X(02)  VALUE SPACES.
001760     88  WS-SLA-FILE-OK                      VALUE '00'.
001770 77  WS-RUN-STATUS             PIC X(02)  VALUE SPACES.
001780     88  WS-RUN-FILE-OK                      VALUE '00'.
001790 77  WS-STEP-STATUS            PIC X(02)  VALUE SPACES.
001800     88  WS-STEP-FILE-OK                     VALUE '00'.
001810 77  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
001820     88  WS-PARM-FILE-OK                     VALUE '00'.
001830*
001840 77  WS-REPORT-DATE            PIC 9(08)  VALUE ZERO.
001850 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001860 77  WS-RUN-CYCLE              PIC 9(02)  VALUE 1.
001870 77  WS-FINAL-CYCLE            PIC 9(02)  VALUE 1.
001880 77  WS-CYCLE-RESULT           PIC X(01)  VALUE SPACE.
001890 77  WS-NOW-TIME               PIC 9(08)  VALUE ZERO.
001900*
001910*    SITE PARAMETERS: THE WINDOW OPENING TIME (HHMM) AND THE
001920*    NUMBER OF EARLIER RUNS IN EACH TRAILING AVERAGE.
001930*
001940 77  WS-WINDOW-START           PIC 9(04)  VALUE 1800.
001950 77  WS-AVG-RUNS               PIC 9(03)  COMP VALUE 5.
001960*
001970*    TIME ARITHMETIC.  A RUNCTL TIME IS HHMMSSCC; IT IS TURNED
001980*    INTO SECONDS OF THE DAY, THEN INTO SECONDS INTO THE BATCH
001990*    WINDOW, WRAPPING PAST MIDNIGHT.
002000*
002010 01  WS-TIME-VIEW              PIC 9(08)  VALUE ZERO.
002020 01  WS-TIME-PARTS REDEFINES WS-TIME-VIEW.
002030     05  WS-TIME-HH            PIC 9(02).
002040     05  WS-TIME-MM            PIC 9(02).
002050     05  WS-TIME-SS            PIC 9(02).
002060     05  WS-TIME-CC            PIC 9(02).
002070 77  WS-SECONDS-PER-DAY        PIC S9(09) COMP VALUE 86400.
002080 77  WS-TIME-SECS              PIC S9(09) COMP VALUE ZERO.
002090 77  WS-WINDOW-SECS            PIC S9(09) COMP VALUE ZERO.
002100 77  WS-WINDOW-START-SECS      PIC S9(09) COMP VALUE ZERO.
002110 77  WS-START-SECS             PIC S9(09) COMP VALUE ZERO.
002120 77  WS-END-SECS               PIC S9(09) COMP VALUE ZERO.
002130 77  WS-NOW-WINDOW             PIC S9(09) COMP VALUE ZERO.
002140 77  WS-CLOCK-HH               PIC 9(02)  VALUE ZERO.
002150 77  WS-CLOCK-REST             PIC 9(05)  VALUE ZERO.
002160 77  WS-CLOCK-MM               PIC 9(02)  VALUE ZERO.
002170 01  WS-CLOCK-HHMM             PIC 9(04)  VALUE ZERO.
002180*
002190*    ONE ENTRY PER STEP: EVERY SLATBL ENTRY, THEN ANY PROGRAM
002200*    FOUND ON RUNCTL WITHOUT ONE.  THE STATE IS TONIGHT'S:
002210*    D ENDED, R STARTED BUT NOT ENDED, O NOT YET STARTED.  THE
002220*    HISTORY RING HOLDS THE ELAPSED SECONDS OF THE LAST
002230*    SLA-AVG-RUNS ENDED RUNS BEFORE TONIGHT.
002240*
002250 77  WS-STEP-MAX               PIC 9(03)  COMP VALUE 60.
002260 77  WS-STEP-COUNT             PIC 9(03)  COMP VALUE ZERO.
002270 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
002280 77  WS-FOUND-INDEX            PIC 9(03)  COMP VALUE ZERO.
002290 77  WS-NEXT-INDEX             PIC 9(03)  COMP VALUE ZERO.
002300 77  WS-HIST-IDX               PIC 9(03)  COMP VALUE ZERO.
002310 01  WS-STEP-TABLE.
002320     05  WS-STP-ENTRY OCCURS 60 TIMES.
002330         10  WS-STP-PROGRAM        PIC X(08).
002340         10  WS-STP-SLA-FLAG       PIC X(01).
002350             88  STP-HAS-SLA                 VALUE 'Y'.
002360             88  STP-NO-SLA                  VALUE 'N'.
002370         10  WS-STP-TARGET-MIN     PIC 9(04).
002380         10  WS-STP-LATEST-END     PIC 9(04).
002390         10  WS-STP-SEQ            PIC 9(03).
002400         10  WS-STP-STATE          PIC X(01).
002410             88  STP-DONE                    VALUE 'D'.
002420             88  STP-RUNNING                 VALUE 'R'.
002430             88  STP-OUTSTANDING             VALUE 'O'.
002440         10  WS-STP-START-TIME     PIC 9(08).
002450         10  WS-STP-END-TIME       PIC 9(08).
002460         10  WS-STP-RECORDS        PIC 9(09).
002470         10  WS-STP-HIST-COUNT     PIC 9(03)  COMP.
002480         10  WS-STP-HIST-NEXT      PIC 9(03)  COMP.
002490         10  WS-STP-HIST-SECS      PIC 9(07)  COMP
002500                                   OCCURS 10 TIMES.
002510         10  WS-STP-PRINT-FLAG     PIC X(01).
002520             88  STP-PRINTED                 VALUE 'Y'.
002530             88  STP-NOT-PRINTED             VALUE 'N'.
002540*
002550*    MEASURES FOR THE STEP BEING PRINTED
002560*
002570 77  WS-ELAPSED-SECS           PIC S9(09) COMP VALUE ZERO.
002580 77  WS-AVG-SECS               PIC S9(09) COMP VALUE ZERO.
002590 77  WS-HIST-TOTAL             PIC S9(09) COMP VALUE ZERO.
002600 77  WS-EXPECT-SECS            PIC S9(09) COMP VALUE ZERO.
002610 77  WS-TARGET-SECS            PIC S9(09) COMP VALUE ZERO.
002620 77  WS-LATEST-WINDOW          PIC S9(09) COMP VALUE ZERO.
002630 77  WS-END-WINDOW             PIC S9(09) COMP VALUE ZERO.
002640 77  WS-PCT-WORK               PIC S9(05) COMP VALUE ZERO.
002650 77  WS-MIN-WORK               PIC S9(05)V9 VALUE ZERO.
002660 77  WS-RATE-WORK              PIC 9(07)  VALUE ZERO.
002670 77  WS-LOW-SEQ                PIC 9(03)  VALUE ZERO.
002680*
002690*    THE PROJECTION CURSOR: WHERE IN THE WINDOW THE NEXT
002700*    OUTSTANDING STEP IS EXPECTED TO START.  IT BEGINS AT NOW
002710*    AND MOVES PAST EACH RUNNING AND OUTSTANDING STEP IN TURN.
002720*
002730 77  WS-CURSOR-WINDOW          PIC S9(09) COMP VALUE ZERO.
002740 77  WS-LAST-END-WINDOW        PIC S9(09) COMP VALUE -1.
002750*
002760*    EVENT-LOGGING FIELDS FOR THE CXB40127 SERVICE
002770*
002780 77  WS-EVT-SEVERITY           PIC X(01)  VALUE SPACE.
002790 77  WS-EVT-CODE               PIC X(08)  VALUE SPACES.
002800 77  WS-EVT-TEXT               PIC X(40)  VALUE SPACES.
002810 77  WS-EVT-RESULT             PIC X(01)  VALUE SPACE.
002820     88  WS-EVT-RECORDED                     VALUE '0'.
002830 77  WS-EVT-KIND               PIC X(04)  VALUE SPACES.
002840 77  WS-EVT-SEQ                PIC 9(04)  VALUE ZERO.
002850 77  WS-EVT-MINUTES            PIC 9(04)  VALUE ZERO.
002860*
002870*    REPORT LINE LAYOUTS
002880*
002890 01  WS-HEADING-LINE.
002900     05  FILLER                PIC X(32)
002910         VALUE "CXB40143 BATCH WINDOW REPORT FOR".
002920     05  FILLER                PIC X(01) VALUE SPACE.
002930     05  WS-HDG-DATE           PIC 9(08).
002940     05  FILLER                PIC X(08) VALUE "  CYCLE=".
002950     05  WS-HDG-CYCLE          PIC 9(02).
002960     05  FILLER                PIC X(06) VALUE "  NOW=".
002970     05  WS-HDG-NOW            PIC X(04).
002980     05  FILLER                PIC X(09) VALUE "  WINDOW=".
002990     05  WS-HDG-WINDOW         PIC 9(04).
003000*
003010 01  WS-SECTION-LINE.
003020     05  WS-SEC-TITLE          PIC X(60).
003030*
003040 01  WS-COLUMN-LINE-1.
003050     05  FILLER                PIC X(24) VALUE SPACES.
003060     05  FILLER                PIC X(07) VALUE "ELAPSED".
003070     05  FILLER                PIC X(08) VALUE " RECORDS".
003080     05  FILLER                PIC X(13) VALUE "  TRAILING  ".
003090     05  FILLER                PIC X(13) VALUE "    SLA".
003100*
003110 01  WS-COLUMN-LINE-2.
003120     05  FILLER                PIC X(09) VALUE "STEP".
003130     05  FILLER                PIC X(05) VALUE "STAT".
003140     05  FILLER                PIC X(05) VALUE "STRT".
003150     05  FILLER                PIC X(06) VALUE "END".
003160     05  FILLER                PIC X(07) VALUE "   MIN".
003170     05  FILLER                PIC X(08) VALUE " PER MIN".
003180     05  FILLER                PIC X(07) VALUE "   AVG".
003190     05  FILLER                PIC X(06) VALUE "  VAR%".
003200     05  FILLER                PIC X(05) VALUE "  MIN".
003210     05  FILLER                PIC X(08) VALUE "     VAR".
003220     05  FILLER                PIC X(05) VALUE " FLAG".
003230*
003240 01  WS-DETAIL-LINE.
003250     05  WS-DTL-PROGRAM        PIC X(08).
003260     05  FILLER                PIC X(01) VALUE SPACE.
003270     05  WS-DTL-STATE          PIC X(04).
003280     05  FILLER                PIC X(01) VALUE SPACE.
003290     05  WS-DTL-START          PIC X(04).
003300     05  FILLER                PIC X(01) VALUE SPACE.
003310     05  WS-DTL-END            PIC X(04).
003320     05  WS-DTL-END-MARK       PIC X(01).
003330     05  FILLER                PIC X(01) VALUE SPACE.
003340     05  WS-DTL-ELAPSED        PIC ZZZ9.9 BLANK WHEN ZERO.
003350     05  FILLER                PIC X(01) VALUE SPACE.
003360     05  WS-DTL-RATE           PIC ZZZZZZ9 BLANK WHEN ZERO.
003370     05  FILLER                PIC X(01) VALUE SPACE.
003380     05  WS-DTL-AVERAGE        PIC ZZZ9.9 BLANK WHEN ZERO.
003390     05  FILLER                PIC X(01) VALUE SPACE.
003400     05  WS-DTL-AVG-VAR        PIC X(05).
003410     05  FILLER                PIC X(01) VALUE SPACE.
003420     05  WS-DTL-TARGET         PIC ZZZ9 BLANK WHEN ZERO.
003430     05  FILLER                PIC X(01) VALUE SPACE.
003440     05  WS-DTL-SLA-VAR        PIC X(07).
003450     05  FILLER                PIC X(01) VALUE SPACE.
003460     05  WS-DTL-FLAG-1         PIC X(04).
003470     05  FILLER                PIC X(01) VALUE SPACE.
003480     05  WS-DTL-FLAG-2         PIC X(04).
003490*
003500 77  WS-EDIT-PCT               PIC -ZZZ9.
003510 77  WS-EDIT-MIN               PIC -ZZZ9.9.
003520*
003530 01  WS-TOTAL-LINE.
003540     05  WS-TOT-LABEL          PIC X(30).
003550     05  WS-TOT-COUNT          PIC ZZZ,ZZZ,ZZ9.
003560*
003570 01  WS-CLOCK-LINE.
003580     05  WS-CLK-LABEL          PIC X(30).
003590     05  FILLER                PIC X(07) VALUE SPACES.
003600     05  WS-CLK-TIME           PIC X(04).
003610*
003620 PROCEDURE DIVISION.
003630*
003640*===============================================================
003650*    0000-MAINLINE
003660*===============================================================
003670 0000-MAINLINE.
003680*
003690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003700*
003710     PERFORM 2000-LOAD-SLA-TABLE THRU 2000-EXIT.
003720     IF REPORT-POSSIBLE
003730         PERFORM 3000-READ-RUNS THRU 3000-EXIT
003740     END-IF.
003750     IF REPORT-POSSIBLE
003760         PERFORM 3500-LOAD-SCHEDULE THRU 3500-EXIT
003770         PERFORM 4000-PRINT-STEPS THRU 4000-EXIT
003780         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
003790     END-IF.
003800*
003810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003820*
003830     STOP RUN.
003840*
003850*===============================================================
003860*    1000-INITIALIZE
003870*===============================================================
003880 1000-INITIALIZE.
003890*
003900     CALL 'CXB40117' USING WS-REPORT-DATE
003910                            WS-BDAT-RESULT.
003920     CALL 'CXB40136' USING WS-RUN-CYCLE
003930                            WS-FINAL-CYCLE
003940                            WS-CYCLE-RESULT.
003950     ACCEPT WS-NOW-TIME FROM TIME.
003960*
003970     PERFORM 1100-GET-SITE-PARMS THRU 1100-EXIT.
003980*
003990     DIVIDE WS-WINDOW-START BY 100 GIVING WS-CLOCK-HH
004000         REMAINDER WS-CLOCK-MM.
004010     COMPUTE WS-WINDOW-START-SECS =
004020         (WS-CLOCK-HH * 3600) + (WS-CLOCK-MM * 60).
004030*
004040     MOVE WS-NOW-TIME TO WS-TIME-VIEW.
004050     PERFORM 5300-TIME-TO-WINDOW THRU 5300-EXIT.
004060     MOVE WS-WINDOW-SECS TO WS-NOW-WINDOW.
004070*
004080     OPEN OUTPUT REPORT-FILE.
004090     MOVE WS-REPORT-DATE     TO WS-HDG-DATE.
004100     MOVE WS-RUN-CYCLE       TO WS-HDG-CYCLE.
004110     MOVE WS-NOW-TIME(1:4)   TO WS-HDG-NOW.
004120     MOVE WS-WINDOW-START    TO WS-HDG-WINDOW.
004130     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
004140*
004150 1000-EXIT.
004160     EXIT.
004170*
004180*===============================================================
004190*    1100-GET-SITE-PARMS
004200*===============================================================
004210 1100-GET-SITE-PARMS.
004220*
004230*    OPERATIONAL KNOBS COME FROM THE SITEPARM FILE MAINTAINED
004240*    BY CXB40110; A MISSING FILE OR RECORD LEAVES THE DEFAULT
004250*    IN PLACE.  A WINDOW OPENING AT MIDNIGHT IS A VALUE OF
004260*    ZERO, SO THAT PARAMETER IS TAKEN WHENEVER IT IS A CLOCK
004270*    TIME.
004280*
004290     OPEN INPUT SITE-PARM-FILE.
004300     IF NOT WS-PARM-FILE-OK
004310         GO TO 1100-EXIT
004320     END-IF.
004330*
004340     MOVE 'WINDOW-START' TO SP-PARM-NAME.
004350     READ SITE-PARM-FILE.
004360     IF WS-PARM-FILE-OK AND SP-PARM-VALUE < 2400
004370         DIVIDE SP-PARM-VALUE BY 100 GIVING WS-CLOCK-HH
004380             REMAINDER WS-CLOCK-MM
004390         IF WS-CLOCK-MM < 60
004400             MOVE SP-PARM-VALUE TO WS-WINDOW-START
004410         END-IF
004420     END-IF.
004430*
004440     MOVE 'SLA-AVG-RUNS' TO SP-PARM-NAME.
004450     READ SITE-PARM-FILE.
004460     IF WS-PARM-FILE-OK AND SP-PARM-VALUE > ZERO
004470         AND SP-PARM-VALUE < 11
004480         MOVE SP-PARM-VALUE TO WS-AVG-RUNS
004490     END-IF.
004500*
004510     CLOSE SITE-PARM-FILE.
004520*
004530 1100-EXIT.
004540     EXIT.
004550*
004560*===============================================================
004570*    2000-LOAD-SLA-TABLE
004580*===============================================================
004590 2000-LOAD-SLA-TABLE.
004600*
004610     OPEN INPUT SLA-TABLE-FILE.
004620     IF NOT WS-SLA-FILE-OK
004630         DISPLAY 'CXB40143 SLATBL NOT AVAILABLE, STATUS='
004640             WS-SLA-STATUS
004650         MOVE 'SLA TABLE NOT AVAILABLE' TO WS-SEC-TITLE
004660         WRITE REPORT-RECORD FROM WS-SECTION-LINE
004670         SET REPORT-IMPOSSIBLE TO TRUE
004680         GO TO 2000-EXIT
004690     END-IF.
004700*
004710     SET NOT-END-OF-INPUT TO TRUE.
004720     PERFORM 2100-LOAD-ONE-SLA THRU 2100-EXIT
004730         UNTIL END-OF-INPUT.
004740     CLOSE SLA-TABLE-FILE.
004750*
004760 2000-EXIT.
004770     EXIT.
004780*
004790*===============================================================
004800*    2100-LOAD-ONE-SLA
004810*===============================================================
004820 2100-LOAD-ONE-SLA.
004830*
004840     READ SLA-TABLE-FILE
004850         AT END
004860             SET END-OF-INPUT TO TRUE
004870             GO TO 2100-EXIT
004880     END-READ.
004890*
004900     IF WS-STEP-COUNT NOT < WS-STEP-MAX
004910         ADD 1 TO WS-OVERFLOW-COUNT
004920         GO TO 2100-EXIT
004930     END-IF.
004940*
004950     ADD 1 TO WS-STEP-COUNT.
004960     MOVE WS-STEP-COUNT TO WS-IDX.
004970     PERFORM 5100-CLEAR-ENTRY THRU 5100-EXIT.
004980     MOVE SA-PROGRAM        TO WS-STP-PROGRAM(WS-IDX).
004990     SET STP-HAS-SLA(WS-IDX) TO TRUE.
005000     MOVE SA-TARGET-MINUTES TO WS-STP-TARGET-MIN(WS-IDX).
005010     MOVE SA-LATEST-END     TO WS-STP-LATEST-END(WS-IDX).
005020*
005030 2100-EXIT.
005040     EXIT.
005050*
005060*===============================================================
005070*    3000-READ-RUNS
005080*===============================================================
005090 3000-READ-RUNS.
005100*
005110*    RUNCTL IS READ ONCE, IN KEY ORDER - PROGRAM, DATE,
005120*    CYCLE - SO EACH PROGRAM'S RUNS ARRIVE OLDEST FIRST AND
005130*    THE HISTORY RING ENDS HOLDING THE MOST RECENT ONES.
005140*
005150     OPEN INPUT RUN-CONTROL-FILE.
005160     IF NOT WS-RUN-FILE-OK
005170         DISPLAY 'CXB40143 RUNCTL NOT AVAILABLE, STATUS='
005180             WS-RUN-STATUS
005190         MOVE 'RUN REGISTRY NOT AVAILABLE' TO WS-SEC-TITLE
005200         WRITE REPORT-RECORD FROM WS-SECTION-LINE
005210         SET REPORT-IMPOSSIBLE TO TRUE
005220         GO TO 3000-EXIT
005230     END-IF.
005240*
005250     SET NOT-END-OF-INPUT TO TRUE.
005260     PERFORM 3100-READ-ONE-RUN THRU 3100-EXIT
005270         UNTIL END-OF-INPUT.
005280     CLOSE RUN-CONTROL-FILE.
005290*
005300 3000-EXIT.
005310     EXIT.
005320*
005330*===============================================================
005340*    3100-READ-ONE-RUN
005350*===============================================================
005360 3100-READ-ONE-RUN.
005370*
005380     READ RUN-CONTROL-FILE
005390         AT END
005400             SET END-OF-INPUT TO TRUE
005410             GO TO 3100-EXIT
005420     END-READ.
005430*
005440     IF RN-RUN-DATE > WS-REPORT-DATE
005450         GO TO 3100-EXIT
005460     END-IF.
005470     IF RN-RUN-DATE = WS-REPORT-DATE
005480         AND RN-RUN-CYCLE > WS-RUN-CYCLE
005490         GO TO 3100-EXIT
005500     END-IF.
005510*
005520     PERFORM 5000-FIND-STEP THRU 5000-EXIT.
005530     IF STEP-NOT-FOUND
005540         IF WS-STEP-COUNT NOT < WS-STEP-MAX
005550             ADD 1 TO WS-OVERFLOW-COUNT
005560             GO TO 3100-EXIT
005570         END-IF
005580         ADD 1 TO WS-STEP-COUNT
005590         MOVE WS-STEP-COUNT TO WS-IDX
005600         PERFORM 5100-CLEAR-ENTRY THRU 5100-EXIT
005610         MOVE RN-RUN-PROGRAM TO WS-STP-PROGRAM(WS-IDX)
005620         SET STP-NO-SLA(WS-IDX) TO TRUE
005630         MOVE WS-IDX TO WS-FOUND-INDEX
005640     END-IF.
005650*
005660*    TONIGHT'S RUN SETS THE STATE; AN EARLIER ENDED RUN GOES
005670*    INTO THE HISTORY RING.
005680*
005690     IF RN-RUN-DATE = WS-REPORT-DATE
005700         AND RN-RUN-CYCLE = WS-RUN-CYCLE
005710         MOVE RN-RUN-START-TIME
005720             TO WS-STP-START-TIME(WS-FOUND-INDEX)
005730         MOVE RN-RUN-END-TIME
005740             TO WS-STP-END-TIME(WS-FOUND-INDEX)
005750         MOVE RN-RUN-IN-COUNT
005760             TO WS-STP-RECORDS(WS-FOUND-INDEX)
005770         IF RN-RUN-IN-COUNT = ZERO
005780             MOVE RN-RUN-OUT-COUNT
005790                 TO WS-STP-RECORDS(WS-FOUND-INDEX)
005800         END-IF
005810         IF RN-RUN-ENDED
005820             SET STP-DONE(WS-FOUND-INDEX) TO TRUE
005830         ELSE
005840             SET STP-RUNNING(WS-FOUND-INDEX) TO TRUE
005850         END-IF
005860         GO TO 3100-EXIT
005870     END-IF.
005880*
005890     IF NOT RN-RUN-ENDED
005900         GO TO 3100-EXIT
005910     END-IF.
005920     MOVE RN-RUN-START-TIME TO WS-TIME-VIEW.
005930     PERFORM 5200-TIME-TO-SECS THRU 5200-EXIT.
005940     MOVE WS-TIME-SECS TO WS-START-SECS.
005950     MOVE RN-RUN-END-TIME TO WS-TIME-VIEW.
005960     PERFORM 5200-TIME-TO-SECS THRU 5200-EXIT.
005970     MOVE WS-TIME-SECS TO WS-END-SECS.
005980     PERFORM 5400-FIGURE-ELAPSED THRU 5400-EXIT.
005990*
006000     MOVE WS-STP-HIST-NEXT(WS-FOUND-INDEX) TO WS-HIST-IDX.
006010     MOVE WS-ELAPSED-SECS
006020         TO WS-STP-HIST-SECS(WS-FOUND-INDEX, WS-HIST-IDX).
006030     IF WS-HIST-IDX NOT < WS-AVG-RUNS
006040         MOVE 1 TO WS-STP-HIST-NEXT(WS-FOUND-INDEX)
006050     ELSE
006060         ADD 1 TO WS-STP-HIST-NEXT(WS-FOUND-INDEX)
006070     END-IF.
006080     IF WS-STP-HIST-COUNT(WS-FOUND-INDEX) < WS-AVG-RUNS
006090         ADD 1 TO WS-STP-HIST-COUNT(WS-FOUND-INDEX)
006100     END-IF.
006110*
006120 3100-EXIT.
006130     EXIT.
006140*
006150*===============================================================
006160*    3500-LOAD-SCHEDULE
006170*===============================================================
006180 3500-LOAD-SCHEDULE.
006190*
006200*    THE SCHEDULE ORDER COMES FROM STEPTBL.  A STEP NOT ON
006210*    IT - OR EVERY STEP, WITHOUT THE TABLE - KEEPS SEQUENCE
006220*    999 AND FALLS TO THE END IN PROGRAM-NAME ORDER.
006230*
006240     OPEN INPUT STEP-TABLE-FILE.
006250     IF NOT WS-STEP-FILE-OK
006260         DISPLAY 'CXB40143 STEPTBL NOT AVAILABLE - STEPS '
006270             'PROJECTED IN PROGRAM ORDER'
006280         GO TO 3500-EXIT
006290     END-IF.
006300*
006310     PERFORM 3510-LOAD-ONE-SEQ THRU 3510-EXIT
006320         VARYING WS-IDX FROM 1 BY 1
006330         UNTIL WS-IDX > WS-STEP-COUNT.
006340     CLOSE STEP-TABLE-FILE.
006350*
006360 3500-EXIT.
006370     EXIT.
006380*
006390*===============================================================
006400*    3510-LOAD-ONE-SEQ
006410*===============================================================
006420 3510-LOAD-ONE-SEQ.
006430*
006440     MOVE WS-STP-PROGRAM(WS-IDX) TO SD-STEP-PROGRAM.
006450     READ STEP-TABLE-FILE.
006460     IF WS-STEP-FILE-OK
006470         MOVE SD-SCHED-SEQ TO WS-STP-SEQ(WS-IDX)
006480     END-IF.
006490*
006500 3510-EXIT.
006510     EXIT.
006520*
006530*===============================================================
006540*    4000-PRINT-STEPS
006550*===============================================================
006560 4000-PRINT-STEPS.
006570*
006580     MOVE 'STEPS IN SCHEDULE ORDER (* = PROJECTED END)'
006590         TO WS-SEC-TITLE.
006600     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
006610     WRITE REPORT-RECORD FROM WS-COLUMN-LINE-1.
006620     WRITE REPORT-RECORD FROM WS-COLUMN-LINE-2.
006630*
006640     MOVE WS-NOW-WINDOW TO WS-CURSOR-WINDOW.
006650     MOVE 1 TO WS-NEXT-INDEX.
006660     PERFORM 4100-PRINT-NEXT-STEP THRU 4100-EXIT
006670         UNTIL WS-NEXT-INDEX = ZERO.
006680*
006690 4000-EXIT.
006700     EXIT.
006710*
006720*===============================================================
006730*    4100-PRINT-NEXT-STEP
006740*===============================================================
006750 4100-PRINT-NEXT-STEP.
006760*
006770*    EACH PASS PICKS THE UNPRINTED STEP EARLIEST IN THE
006780*    SCHEDULE.  A PROGRAM WITH NO SLA ENTRY THAT HAS NOT RUN
006790*    TONIGHT IS NOT PART OF THE NIGHT AND IS PASSED OVER.
006800*
006810     MOVE ZERO TO WS-NEXT-INDEX.
006820     MOVE 999  TO WS-LOW-SEQ.
006830     PERFORM 4110-CONSIDER-ONE THRU 4110-EXIT
006840         VARYING WS-IDX FROM 1 BY 1
006850         UNTIL WS-IDX > WS-STEP-COUNT.
006860     IF WS-NEXT-INDEX = ZERO
006870         GO TO 4100-EXIT
006880     END-IF.
006890*
006900     SET STP-PRINTED(WS-NEXT-INDEX) TO TRUE.
006910     PERFORM 4200-MEASURE-STEP THRU 4200-EXIT.
006920*
006930 4100-EXIT.
006940     EXIT.
006950*
006960*===============================================================
006970*    4110-CONSIDER-ONE
006980*===============================================================
006990 4110-CONSIDER-ONE.
007000*
007010     IF STP-PRINTED(WS-IDX)
007020         GO TO 4110-EXIT
007030     END-IF.
007040     IF STP-NO-SLA(WS-IDX) AND STP-OUTSTANDING(WS-IDX)
007050         SET STP-PRINTED(WS-IDX) TO TRUE
007060         GO TO 4110-EXIT
007070     END-IF.
007080     IF WS-NEXT-INDEX = ZERO
007090         OR WS-STP-SEQ(WS-IDX) < WS-LOW-SEQ
007100         MOVE WS-IDX TO WS-NEXT-INDEX
007110         MOVE WS-STP-SEQ(WS-IDX) TO WS-LOW-SEQ
007120     END-IF.
007130*
007140 4110-EXIT.
007150     EXIT.
007160*
007170*===============================================================
007180*    4200-MEASURE-STEP
007190*===============================================================
007200 4200-MEASURE-STEP.
007210*
007220     MOVE WS-NEXT-INDEX TO WS-IDX.
007230     MOVE SPACES TO WS-DETAIL-LINE.
007240     MOVE WS-STP-PROGRAM(WS-IDX) TO WS-DTL-PROGRAM.
007250     MOVE ZERO TO WS-DTL-ELAPSED.
007260     MOVE ZERO TO WS-DTL-RATE.
007270     MOVE ZERO TO WS-DTL-AVERAGE.
007280     MOVE WS-STP-TARGET-MIN(WS-IDX) TO WS-DTL-TARGET.
007290*
007300*    THE TRAILING AVERAGE, AND WHAT THE STEP IS EXPECTED TO
007310*    TAKE TONIGHT: THE AVERAGE, ELSE THE TARGET, ELSE NOTHING.
007320*
007330     MOVE ZERO TO WS-HIST-TOTAL.
007340     MOVE ZERO TO WS-AVG-SECS.
007350     PERFORM 4210-ADD-HISTORY THRU 4210-EXIT
007360         VARYING WS-HIST-IDX FROM 1 BY 1
007370         UNTIL WS-HIST-IDX > WS-STP-HIST-COUNT(WS-IDX).
007380     IF WS-STP-HIST-COUNT(WS-IDX) > ZERO
007390         COMPUTE WS-AVG-SECS ROUNDED =
007400             WS-HIST-TOTAL / WS-STP-HIST-COUNT(WS-IDX)
007410         COMPUTE WS-DTL-AVERAGE ROUNDED = WS-AVG-SECS / 60
007420     END-IF.
007430     COMPUTE WS-TARGET-SECS = WS-STP-TARGET-MIN(WS-IDX) * 60.
007440     IF WS-AVG-SECS > ZERO
007450         MOVE WS-AVG-SECS TO WS-EXPECT-SECS
007460     ELSE
007470         MOVE WS-TARGET-SECS TO WS-EXPECT-SECS
007480     END-IF.
007490*
007500     IF WS-STP-LATEST-END(WS-IDX) > ZERO
007510         COMPUTE WS-TIME-VIEW =
007520             WS-STP-LATEST-END(WS-IDX) * 10000
007530         PERFORM 5300-TIME-TO-WINDOW THRU 5300-EXIT
007540         MOVE WS-WINDOW-SECS TO WS-LATEST-WINDOW
007550     END-IF.
007560*
007570     EVALUATE TRUE
007580         WHEN STP-DONE(WS-IDX)
007590             PERFORM 4300-MEASURE-DONE THRU 4300-EXIT
007600         WHEN STP-RUNNING(WS-IDX)
007610             PERFORM 4400-MEASURE-RUNNING THRU 4400-EXIT
007620         WHEN OTHER
007630             PERFORM 4500-PROJECT-OUTSTANDING THRU 4500-EXIT
007640     END-EVALUATE.
007650*
007660     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
007670*
007680 4200-EXIT.
007690     EXIT.
007700*
007710*===============================================================
007720*    4210-ADD-HISTORY
007730*===============================================================
007740 4210-ADD-HISTORY.
007750*
007760     ADD WS-STP-HIST-SECS(WS-IDX, WS-HIST-IDX) TO WS-HIST-TOTAL.
007770*
007780 4210-EXIT.
007790     EXIT.
007800*
007810*===============================================================
007820*    4300-MEASURE-DONE
007830*===============================================================
007840 4300-MEASURE-DONE.
007850*
007860     ADD 1 TO WS-DONE-COUNT.
007870     MOVE 'DONE' TO WS-DTL-STATE.
007880     MOVE WS-STP-START-TIME(WS-IDX)(1:4) TO WS-DTL-START.
007890     MOVE WS-STP-END-TIME(WS-IDX)(1:4)   TO WS-DTL-END.
007900*
007910     MOVE WS-STP-START-TIME(WS-IDX) TO WS-TIME-VIEW.
007920     PERFORM 5200-TIME-TO-SECS THRU 5200-EXIT.
007930     MOVE WS-TIME-SECS TO WS-START-SECS.
007940     MOVE WS-STP-END-TIME(WS-IDX) TO WS-TIME-VIEW.
007950     PERFORM 5200-TIME-TO-SECS THRU 5200-EXIT.
007960     MOVE WS-TIME-SECS TO WS-END-SECS.
007970     PERFORM 5400-FIGURE-ELAPSED THRU 5400-EXIT.
007980     PERFORM 5300-TIME-TO-WINDOW THRU 5300-EXIT.
007990     MOVE WS-WINDOW-SECS TO WS-END-WINDOW.
008000     IF WS-END-WINDOW > WS-LAST-END-WINDOW
008010         MOVE WS-END-WINDOW TO WS-LAST-END-WINDOW
008020     END-IF.
008030*
008040     COMPUTE WS-DTL-ELAPSED ROUNDED = WS-ELAPSED-SECS / 60.
008050     IF WS-ELAPSED-SECS > ZERO
008060         COMPUTE WS-RATE-WORK ROUNDED =
008070             (WS-STP-RECORDS(WS-IDX) * 60) / WS-ELAPSED-SECS
008080         MOVE WS-RATE-WORK TO WS-DTL-RATE
008090     END-IF.
008100*
008110     IF WS-AVG-SECS > ZERO
008120         COMPUTE WS-PCT-WORK ROUNDED =
008130             ((WS-ELAPSED-SECS - WS-AVG-SECS) * 100)
008140                 / WS-AVG-SECS
008150             ON SIZE ERROR
008160                 MOVE 9999 TO WS-PCT-WORK
008170         END-COMPUTE
008180         IF WS-PCT-WORK > 9999
008190             MOVE 9999 TO WS-PCT-WORK
008200         END-IF
008210         MOVE WS-PCT-WORK TO WS-EDIT-PCT
008220         MOVE WS-EDIT-PCT TO WS-DTL-AVG-VAR
008230     END-IF.
008240*
008250     PERFORM 4600-CHECK-TARGET THRU 4600-EXIT.
008260*
008270     IF WS-STP-LATEST-END(WS-IDX) > ZERO
008280         AND WS-END-WINDOW > WS-LATEST-WINDOW
008290         MOVE 'LATE' TO WS-DTL-FLAG-2
008300         ADD 1 TO WS-BREACH-COUNT
008310         MOVE 'SLAL' TO WS-EVT-KIND
008320         MOVE SPACES TO WS-EVT-TEXT
008330         STRING WS-STP-PROGRAM(WS-IDX) ' ENDED '
008340             WS-STP-END-TIME(WS-IDX)(1:4) ', LATEST ALLOWED '
008350             WS-STP-LATEST-END(WS-IDX)
008360             DELIMITED BY SIZE INTO WS-EVT-TEXT
008370         PERFORM 8000-RAISE-EVENT THRU 8000-EXIT
008380     END-IF.
008390*
008400 4300-EXIT.
008410     EXIT.
008420*
008430*===============================================================
008440*    4400-MEASURE-RUNNING
008450*===============================================================
008460 4400-MEASURE-RUNNING.
008470*
008480*    A RUNNING STEP IS EXPECTED TO END AT ITS START PLUS ITS
008490*    EXPECTED TIME - OR NOW, IF IT HAS ALREADY RUN LONGER.
008500*
008510     ADD 1 TO WS-RUNNING-COUNT.
008520     MOVE 'RUN' TO WS-DTL-STATE.
008530     MOVE WS-STP-START-TIME(WS-IDX)(1:4) TO WS-DTL-START.
008540*
008550     MOVE WS-STP-START-TIME(WS-IDX) TO WS-TIME-VIEW.
008560     PERFORM 5200-TIME-TO-SECS THRU 5200-EXIT.
008570     MOVE WS-TIME-SECS TO WS-START-SECS.
008580     PERFORM 5300-TIME-TO-WINDOW THRU 5300-EXIT.
008590     MOVE WS-WINDOW-SECS TO WS-END-WINDOW.
008600     MOVE WS-NOW-TIME TO WS-TIME-VIEW.
008610     PERFORM 5200-TIME-TO-SECS THRU 5200-EXIT.
008620     MOVE WS-TIME-SECS TO WS-END-SECS.
008630     PERFORM 5400-FIGURE-ELAPSED THRU 5400-EXIT.
008640     COMPUTE WS-DTL-ELAPSED ROUNDED = WS-ELAPSED-SECS / 60.
008650*
008660     ADD WS-EXPECT-SECS TO WS-END-WINDOW.
008670     IF WS-END-WINDOW < WS-NOW-WINDOW
008680         MOVE WS-NOW-WINDOW TO WS-END-WINDOW
008690     END-IF.
008700     IF WS-END-WINDOW > WS-CURSOR-WINDOW
008710         MOVE WS-END-WINDOW TO WS-CURSOR-WINDOW
008720     END-IF.
008730     PERFORM 4700-SHOW-PROJECTED-END THRU 4700-EXIT.
008740*
008750     PERFORM 4600-CHECK-TARGET THRU 4600-EXIT.
008760     PERFORM 4800-CHECK-PROJECTION THRU 4800-EXIT.
008770*
008780 4400-EXIT.
008790     EXIT.
008800*
008810*===============================================================
008820*    4500-PROJECT-OUTSTANDING
008830*===============================================================
008840 4500-PROJECT-OUTSTANDING.
008850*
008860*    AN OUTSTANDING STEP STARTS AT THE CURSOR AND TAKES ITS
008870*    EXPECTED TIME; THE NEXT STEP STARTS WHERE IT ENDS.
008880*
008890     ADD 1 TO WS-OUTSTANDING-COUNT.
008900     MOVE 'OUT' TO WS-DTL-STATE.
008910*
008920     COMPUTE WS-END-WINDOW = WS-CURSOR-WINDOW + WS-EXPECT-SECS.
008930     MOVE WS-END-WINDOW TO WS-CURSOR-WINDOW.
008940     PERFORM 4700-SHOW-PROJECTED-END THRU 4700-EXIT.
008950     PERFORM 4800-CHECK-PROJECTION THRU 4800-EXIT.
008960*
008970 4500-EXIT.
008980     EXIT.
008990*
009000*===============================================================
009010*    4600-CHECK-TARGET
009020*===============================================================
009030 4600-CHECK-TARGET.
009040*
009050     IF WS-STP-TARGET-MIN(WS-IDX) = ZERO
009060         GO TO 4600-EXIT
009070     END-IF.
009080*
009090     COMPUTE WS-MIN-WORK ROUNDED =
009100         (WS-ELAPSED-SECS - WS-TARGET-SECS) / 60.
009110     MOVE WS-MIN-WORK TO WS-EDIT-MIN.
009120     MOVE WS-EDIT-MIN TO WS-DTL-SLA-VAR.
009130*
009140     IF WS-ELAPSED-SECS NOT > WS-TARGET-SECS
009150         GO TO 4600-EXIT
009160     END-IF.
009170*
009180     MOVE 'OVER' TO WS-DTL-FLAG-1.
009190     ADD 1 TO WS-BREACH-COUNT.
009200     COMPUTE WS-EVT-MINUTES ROUNDED = WS-ELAPSED-SECS / 60.
009210     MOVE 'SLAO' TO WS-EVT-KIND.
009220     MOVE SPACES TO WS-EVT-TEXT.
009230     STRING WS-STP-PROGRAM(WS-IDX) ' TOOK ' WS-EVT-MINUTES
009240         ' MIN, SLA ' WS-STP-TARGET-MIN(WS-IDX) ' MIN'
009250         DELIMITED BY SIZE INTO WS-EVT-TEXT.
009260     PERFORM 8000-RAISE-EVENT THRU 8000-EXIT.
009270*
009280 4600-EXIT.
009290     EXIT.
009300*
009310*===============================================================
009320*    4700-SHOW-PROJECTED-END
009330*===============================================================
009340 4700-SHOW-PROJECTED-END.
009350*
009360     MOVE WS-END-WINDOW TO WS-WINDOW-SECS.
009370     PERFORM 5500-WINDOW-TO-CLOCK THRU 5500-EXIT.
009380     MOVE WS-CLOCK-HHMM TO WS-DTL-END.
009390     MOVE '*' TO WS-DTL-END-MARK.
009400*
009410 4700-EXIT.
009420     EXIT.
009430*
009440*===============================================================
009450*    4800-CHECK-PROJECTION
009460*===============================================================
009470 4800-CHECK-PROJECTION.
009480*
009490     IF WS-STP-LATEST-END(WS-IDX) = ZERO
009500         OR WS-END-WINDOW NOT > WS-LATEST-WINDOW
009510         GO TO 4800-EXIT
009520     END-IF.
009530*
009540     MOVE 'PROJ' TO WS-DTL-FLAG-2.
009550     ADD 1 TO WS-PROJECTED-COUNT.
009560     MOVE 'SLAP' TO WS-EVT-KIND.
009570     MOVE SPACES TO WS-EVT-TEXT.
009580     STRING WS-STP-PROGRAM(WS-IDX) ' PROJECTED END '
009590         WS-CLOCK-HHMM ', LATEST ' WS-STP-LATEST-END(WS-IDX)
009600         DELIMITED BY SIZE INTO WS-EVT-TEXT.
009610     PERFORM 8000-RAISE-EVENT THRU 8000-EXIT.
009620*
009630 4800-EXIT.
009640     EXIT.
009650*
009660*===============================================================
009670*    5000-FIND-STEP
009680*===============================================================
009690 5000-FIND-STEP.
009700*
009710     SET STEP-NOT-FOUND TO TRUE.
009720     MOVE ZERO TO WS-FOUND-INDEX.
009730     PERFORM 5010-COMPARE-ONE THRU 5010-EXIT
009740         VARYING WS-IDX FROM 1 BY 1
009750         UNTIL WS-IDX > WS-STEP-COUNT OR STEP-FOUND.
009760*
009770 5000-EXIT.
009780     EXIT.
009790*
009800*===============================================================
009810*    5010-COMPARE-ONE
009820*===============================================================
009830 5010-COMPARE-ONE.
009840*
009850     IF WS-STP-PROGRAM(WS-IDX) = RN-RUN-PROGRAM
009860         SET STEP-FOUND TO TRUE
009870         MOVE WS-IDX TO WS-FOUND-INDEX
009880     END-IF.
009890*
009900 5010-EXIT.
009910     EXIT.
009920*
009930*===============================================================
009940*    5100-CLEAR-ENTRY
009950*===============================================================
009960 5100-CLEAR-ENTRY.
009970*
009980     MOVE SPACES TO WS-STP-PROGRAM(WS-IDX).
009990     MOVE ZERO   TO WS-STP-TARGET-MIN(WS-IDX).
010000     MOVE ZERO   TO WS-STP-LATEST-END(WS-IDX).
010010     MOVE 999    TO WS-STP-SEQ(WS-IDX).
010020     SET STP-OUTSTANDING(WS-IDX) TO TRUE.
010030     MOVE ZERO   TO WS-STP-START-TIME(WS-IDX).
010040     MOVE ZERO   TO WS-STP-END-TIME(WS-IDX).
010050     MOVE ZERO   TO WS-STP-RECORDS(WS-IDX).
010060     MOVE ZERO   TO WS-STP-HIST-COUNT(WS-IDX).
010070     MOVE 1      TO WS-STP-HIST-NEXT(WS-IDX).
010080     SET STP-NOT-PRINTED(WS-IDX) TO TRUE.
010090*
010100 5100-EXIT.
010110     EXIT.
010120*
010130*===============================================================
010140*    5200-TIME-TO-SECS
010150*===============================================================
010160 5200-TIME-TO-SECS.
010170*
010180     COMPUTE WS-TIME-SECS =
010190         (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS.
010200*
010210 5200-EXIT.
010220     EXIT.
010230*
010240*===============================================================
010250*    5300-TIME-TO-WINDOW
010260*===============================================================
010270 5300-TIME-TO-WINDOW.
010280*
010290*    SECONDS INTO THE BATCH WINDOW FOR THE TIME IN
010300*    WS-TIME-VIEW; A TIME BEFORE THE WINDOW OPENS BELONGS TO
010310*    THE MORNING AFTER.
010320*
010330     PERFORM 5200-TIME-TO-SECS THRU 5200-EXIT.
010340     COMPUTE WS-WINDOW-SECS = WS-TIME-SECS - WS-WINDOW-START-SECS.
010350     IF WS-WINDOW-SECS < ZERO
010360         ADD WS-SECONDS-PER-DAY TO WS-WINDOW-SECS
010370     END-IF.
010380*
010390 5300-EXIT.
010400     EXIT.
010410*
010420*===============================================================
010430*    5400-FIGURE-ELAPSED
010440*===============================================================
010450 5400-FIGURE-ELAPSED.
010460*
010470*    A RUN THAT CROSSES MIDNIGHT ENDS AT A CLOCK TIME BELOW
010480*    ITS START.
010490*
010500     COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS.
010510     IF WS-ELAPSED-SECS < ZERO
010520         ADD WS-SECONDS-PER-DAY TO WS-ELAPSED-SECS
010530     END-IF.
010540*
010550 5400-EXIT.
010560     EXIT.
010570*
010580*===============================================================
010590*    5500-WINDOW-TO-CLOCK
010600*===============================================================
010610 5500-WINDOW-TO-CLOCK.
010620*
010630*    BACK FROM SECONDS INTO THE WINDOW TO A CLOCK TIME HHMM.
010640*    A PROJECTION PAST A WHOLE DAY STILL PRINTS AS A CLOCK
010650*    TIME, SO THE FLAG - NOT THE TIME - CARRIES THE MEANING.
010660*
010670     COMPUTE WS-TIME-SECS = WS-WINDOW-SECS + WS-WINDOW-START-SECS.
010680     IF WS-TIME-SECS NOT < WS-SECONDS-PER-DAY
010690         SUBTRACT WS-SECONDS-PER-DAY FROM WS-TIME-SECS
010700     END-IF.
010710     IF WS-TIME-SECS NOT < WS-SECONDS-PER-DAY
010720         SUBTRACT WS-SECONDS-PER-DAY FROM WS-TIME-SECS
010730     END-IF.
010740     DIVIDE WS-TIME-SECS BY 3600 GIVING WS-CLOCK-HH
010750         REMAINDER WS-CLOCK-REST.
010760     DIVIDE WS-CLOCK-REST BY 60 GIVING WS-CLOCK-MM.
010770     COMPUTE WS-CLOCK-HHMM = (WS-CLOCK-HH * 100) + WS-CLOCK-MM.
010780*
010790 5500-EXIT.
010800     EXIT.
010810*
010820*===============================================================
010830*    7000-PRINT-SUMMARY
010840*===============================================================
010850 7000-PRINT-SUMMARY.
010860*
010870     MOVE 'SUMMARY' TO WS-SEC-TITLE.
010880     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
010890*
010900     MOVE 'STEPS DONE:' TO WS-TOT-LABEL.
010910     MOVE WS-DONE-COUNT TO WS-TOT-COUNT.
010920     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
010930     MOVE 'STEPS RUNNING:' TO WS-TOT-LABEL.
010940     MOVE WS-RUNNING-COUNT TO WS-TOT-COUNT.
010950     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
010960     MOVE 'STEPS OUTSTANDING:' TO WS-TOT-LABEL.
010970     MOVE WS-OUTSTANDING-COUNT TO WS-TOT-COUNT.
010980     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
010990     MOVE 'SLA BREACHES:' TO WS-TOT-LABEL.
011000     MOVE WS-BREACH-COUNT TO WS-TOT-COUNT.
011010     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
011020     MOVE 'PROJECTED BREACHES:' TO WS-TOT-LABEL.
011030     MOVE WS-PROJECTED-COUNT TO WS-TOT-COUNT.
011040     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
011050     MOVE 'WARNING EVENTS RAISED:' TO WS-TOT-LABEL.
011060     MOVE WS-EVENT-COUNT TO WS-TOT-COUNT.
011070     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
011080     IF WS-OVERFLOW-COUNT > ZERO
011090         MOVE 'STEPS NOT REPORTED, TABLE FULL:' TO WS-TOT-LABEL
011100         MOVE WS-OVERFLOW-COUNT TO WS-TOT-COUNT
011110         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
011120     END-IF.
011130*
011140*    THE NIGHT ENDS WHERE THE PROJECTION CURSOR STOPS WHILE
011150*    ANYTHING IS STILL TO RUN, ELSE AT THE LAST ACTUAL END.
011160*
011170     IF WS-LAST-END-WINDOW NOT < ZERO
011180         MOVE WS-LAST-END-WINDOW TO WS-WINDOW-SECS
011190         PERFORM 5500-WINDOW-TO-CLOCK THRU 5500-EXIT
011200         MOVE 'LAST STEP ENDED AT:' TO WS-CLK-LABEL
011210         MOVE WS-CLOCK-HHMM TO WS-CLK-TIME
011220         WRITE REPORT-RECORD FROM WS-CLOCK-LINE
011230     END-IF.
011240     IF WS-RUNNING-COUNT > ZERO OR WS-OUTSTANDING-COUNT > ZERO
011250         MOVE WS-CURSOR-WINDOW TO WS-WINDOW-SECS
011260         PERFORM 5500-WINDOW-TO-CLOCK THRU 5500-EXIT
011270         MOVE 'PROJECTED COMPLETION AT:' TO WS-CLK-LABEL
011280         MOVE WS-CLOCK-HHMM TO WS-CLK-TIME
011290         WRITE REPORT-RECORD FROM WS-CLOCK-LINE
011300     ELSE
011310         MOVE 'ALL STEPS COMPLETE' TO WS-SEC-TITLE
011320         WRITE REPORT-RECORD FROM WS-SECTION-LINE
011330     END-IF.
011340*
011350 7000-EXIT.
011360     EXIT.
011370*
011380*===============================================================
011390*    8000-RAISE-EVENT
011400*===============================================================
011410 8000-RAISE-EVENT.
011420*
011430*    THE CALLER LOADS THE KIND (SLAO / SLAL / SLAP) AND THE
011440*    TEXT; THE RUNNING NUMBER KEEPS EACH EVENT'S KEY UNIQUE.
011450*
011460     ADD 1 TO WS-EVT-SEQ.
011470     MOVE 'W' TO WS-EVT-SEVERITY.
011480     MOVE SPACES TO WS-EVT-CODE.
011490     STRING WS-EVT-KIND WS-EVT-SEQ
011500         DELIMITED BY SIZE INTO WS-EVT-CODE.
011510     DISPLAY 'CXB40143 ' WS-EVT-CODE ' ' WS-EVT-TEXT.
011520     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
011530     IF WS-EVT-RECORDED
011540         ADD 1 TO WS-EVENT-COUNT
011550     ELSE
011560         ADD 1 TO WS-EVENT-LOST-COUNT
011570     END-IF.
011580*
011590 8000-EXIT.
011600     EXIT.
011610*
011620*===============================================================
011630*    9000-TERMINATE
011640*===============================================================
011650 9000-TERMINATE.
011660*
011670     CLOSE REPORT-FILE.
011680*
011690     IF REPORT-IMPOSSIBLE
011700         MOVE 8 TO RETURN-CODE
011710     ELSE
011720         IF WS-BREACH-COUNT > ZERO
011730             OR WS-PROJECTED-COUNT > ZERO
011740             MOVE 4 TO RETURN-CODE
011750         END-IF
011760     END-IF.
011770*
011780     DISPLAY 'CXB40143 STEPS DONE:         ' WS-DONE-COUNT.
011790     DISPLAY 'CXB40143 STEPS RUNNING:      ' WS-RUNNING-COUNT.
011800     DISPLAY 'CXB40143 STEPS OUTSTANDING:  ' WS-OUTSTANDING-COUNT.
011810     DISPLAY 'CXB40143 SLA BREACHES:       ' WS-BREACH-COUNT.
011820     DISPLAY 'CXB40143 PROJECTED BREACHES: ' WS-PROJECTED-COUNT.
011830     IF WS-EVENT-LOST-COUNT > ZERO
011840         DISPLAY 'CXB40143 EVENTS NOT RECORDED: '
011850             WS-EVENT-LOST-COUNT
011860     END-IF.
011870*
011880 9000-EXIT.
011890     EXIT.
011900*
011910*===============================================================
011920*    9800-LOG-EVENT
011930*===============================================================
011940 9800-LOG-EVENT.
011950*
011960*    ONE OPSEVENT RECORD THROUGH THE CXB40127 SERVICE, IN
011970*    ADDITION TO THE CONSOLE DISPLAY ALREADY MADE.  THE
011980*    CALLER LOADS THE SEVERITY, CODE, AND TEXT FIRST.
011990*
012000     CALL 'CXB40127' USING PROGRAM-NAME
012010                            WS-EVT-SEVERITY
012020                            WS-EVT-CODE
012030                            WS-EVT-TEXT
012040                            WS-EVT-RESULT.
012050*
012060 9800-EXIT.
012070     EXIT.
