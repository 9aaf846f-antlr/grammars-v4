000270*          byte record) overrides that guard for the bootstrap
000280*          night and for operations emergencies.
000290*
000300*          A business date worked in more than one cycle (the
000310*          DAY-CYCLES site parameter) is rolled one cycle at a
000320*          time.  The guard looks for the CXB40116 record of the
000330*          cycle just worked; a clean cycle that is not the
000340*          final one only steps the CYCLECTL control file on to
000350*          the next cycle and leaves BUSDATE alone, and only a
000360*          clean final cycle rolls the date, resetting CYCLECTL
000370*          to cycle 1 of the new date.  This is the only program
000380*          that writes CYCLECTL; every other program reads it
000390*          through the CXB40136 processing-cycle service.
000400*
000410*          Nothing is rolled while CXB40153 has a prior business
000420*          date open for reprocessing: the steps rerun in that
000430*          window work as of the prior date (the CXB40117
000440*          service answers it from REPROCTL), and neither
000450*          BUSDATE nor CYCLECTL may move until the reprocessing
000460*          is closed.
000470*
000480*     INPUTS:
000490*          BUSDATE    - current business date (rewritten).
000500*          HOLCAL     - holiday calendar, one CCYYMMDD date
000510*                       record; a missing file means no
000520*                       holidays.
000530*          RUNCTL     - keyed run registry, read for the
000540*                       CXB40116 record of the current date and
000550*                       cycle.
000560*          ROLLOVRD   - override control file.
000570*          REPROCTL   - reprocessing control, through the
000580*                       CXB40117 business-date service.
000590*
000600*     OUTPUTS:
000610*          BUSDATE    - rewritten with the next business date.
000620*          CYCLECTL   - rewritten with the next cycle, or with
000630*                       cycle 1 of the new business date.
000640*
000650*     CHANGE HISTORY:
000660*       02 SEP 2026   DPO   Initial release.
000670*       02 SEP 2026   DPO   Date fields are now PIC 9(08)
000680*                           CCYYMMDD, in step with the shared
000690*                           copybooks, so dates compare and
000700*                           order correctly across a century
000710*                           boundary.  Existing keyed and
000720*                           archive files are rebuilt into
000730*                           the new layout by the CXB40119
000740*                           conversion utility.
000750*       15 OCT 2026   DPO   Rolls one processing cycle at a
000760*                           time: a clean cycle short of the
000770*                           final one advances CYCLECTL and
000780*                           keeps the date, and the date only
000790*                           rolls once the final cycle of the
000800*                           day has balanced clean.
000810*       15 OCT 2026   DPO   The roll is refused (RETURN-CODE 8)
000820*                           while a prior business date is open
000830*                           for reprocessing; ROLLOVRD does not
000840*                           override this.
000850*
000860 IDENTIFICATION DIVISION.
000870 PROGRAM-ID. CXB40118.
000880 AUTHOR. DATA-PROCESSING-OPERATIONS.
000890 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000900 DATE-WRITTEN. 02 SEP 2026.
000910 DATE-COMPILED.
000920*
000930 ENVIRONMENT DIVISION.
000940 INPUT-OUTPUT SECTION.
000950 FILE-CONTROL.
000960     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-DATE-STATUS.
000990     SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-HOL-STATUS.
001020     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS RN-RUN-KEY
001060         FILE STATUS IS WS-RUN-STATUS.
001070     SELECT OVERRIDE-FILE ASSIGN TO "ROLLOVRD"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-OVRD-STATUS.
001100     SELECT CYCLE-FILE ASSIGN TO "CYCLECTL"
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-CYCLE-STATUS.
001130*
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  BUS-DATE-FILE
001170     RECORDING MODE IS F.
001180 01  BUS-DATE-RECORD.
001190     05  BD-FILE-DATE          PIC 9(08).
001200*
001210 FD  HOLIDAY-FILE
001220     RECORDING MODE IS F.
001230 01  HOLIDAY-RECORD.
001240     05  HL-HOLIDAY-DATE       PIC 9(08).
001250*
001260 FD  RUN-CONTROL-FILE
001270     RECORDING MODE IS F.
001280 01  RUN-CONTROL-RECORD.
001290     COPY CXBRUNC
001300         REPLACING LEADING ==CXB-RUN== BY ==RN-RUN==.
001310*
001320 FD  OVERRIDE-FILE
001330     RECORDING MODE IS F.
001340 01  OVERRIDE-RECORD.
001350     05  OV-OVERRIDE-FLAG      PIC X(01).
001360*
001370 FD  CYCLE-FILE
001380     RECORDING MODE IS F.
001390 01  CYCLE-RECORD.
001400     05  CY-BUSINESS-DATE      PIC 9(08).
001410     05  CY-CYCLE-NUMBER       PIC 9(02).
001420*
001430 WORKING-STORAGE SECTION.
001440*
001450*    STANDALONE COUNTERS AND SWITCHES
001460*
001470 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40118'.
001480*
001490 77  WS-DATE-STATUS            PIC X(02)  VALUE SPACES.
001500     88  WS-DATE-FILE-OK                     VALUE '00'.
001510 77  WS-HOL-STATUS             PIC X(02)  VALUE SPACES.
001520     88  WS-HOL-FILE-OK                      VALUE '00'.
001530 77  WS-RUN-STATUS             PIC X(02)  VALUE SPACES.
001540     88  WS-RUN-FILE-OK                      VALUE '00'.
001550 77  WS-OVRD-STATUS            PIC X(02)  VALUE SPACES.
001560     88  WS-OVRD-FILE-OK                     VALUE '00'.
001570 77  WS-CYCLE-STATUS           PIC X(02)  VALUE SPACES.
001580     88  WS-CYCLE-FILE-OK                    VALUE '00'.
001590*
001600 77  WS-HOL-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001610     88  END-OF-HOLIDAYS                     VALUE 'Y'.
001620     88  NOT-END-OF-HOLIDAYS                 VALUE 'N'.
001630*
001640 77  WS-OVERRIDE-SWITCH        PIC X(01)  VALUE 'N'.
001650     88  ROLL-FORCED                         VALUE 'Y'.
001660     88  ROLL-NOT-FORCED                     VALUE 'N'.
001670 77  WS-GUARD-SWITCH           PIC X(01)  VALUE 'N'.
001680     88  NIGHT-ENDED-CLEAN                   VALUE 'Y'.
001690     88  NIGHT-NOT-CLEAN                     VALUE 'N'.
001700*
001710*    PROCESSING-CYCLE FIELDS FROM THE CXB40136 SERVICE, AND
001720*    THE CYCLE AND DATE TO BE WRITTEN BACK TO CYCLECTL.
001730*
001740 77  WS-RUN-CYCLE              PIC 9(02)  VALUE 1.
001750 77  WS-FINAL-CYCLE            PIC 9(02)  VALUE 1.
001760 77  WS-CYCLE-RESULT           PIC X(01)  VALUE SPACE.
001770 77  WS-NEXT-CYCLE             PIC 9(02)  VALUE 1.
001780 77  WS-NEXT-CYCLE-DATE        PIC 9(08)  VALUE ZERO.
001790*
001800*    THE CXB40117 ANSWER, ASKED ONLY TO LEARN WHETHER A PRIOR
001810*    DATE IS OPEN FOR REPROCESSING ('R', OR 'X' WHEN REPROCTL
001820*    IS OPEN BUT NOT USABLE).
001830*
001840 77  WS-SERVICE-DATE           PIC 9(08)  VALUE ZERO.
001850 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001860     88  REPROCESSING-IS-OPEN                VALUE 'R' 'X'.
001870*
001880*    HOLIDAY TABLE, LOADED FROM HOLCAL AT INITIALIZATION
001890*
001900 77  WS-HOL-MAX                PIC 9(03)  COMP VALUE 100.
001910 77  WS-HOL-COUNT              PIC 9(03)  COMP VALUE ZERO.
001920 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
001930 77  WS-HOLIDAY-SWITCH         PIC X(01)  VALUE 'N'.
001940     88  DAY-IS-HOLIDAY                      VALUE 'Y'.
001950     88  DAY-NOT-HOLIDAY                     VALUE 'N'.
001960 01  WS-HOLIDAY-TABLE.
001970     05  WS-HOLIDAY-DATE OCCURS 100 TIMES
001980                               PIC 9(08).
001990*
002000*    THE CANDIDATE DATE BEING ADVANCED, WITH ITS PARTS VIEW,
002010*    PLUS THE DAYS-IN-MONTH TABLE AND THE FULL GREGORIAN
002020*    LEAP-YEAR RULE.
002030*
002040 01  WS-WORK-DATE              PIC 9(08)  VALUE ZERO.
002050 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
002060     05  WS-WORK-CCYY          PIC 9(04).
002070     05  WS-WORK-MM            PIC 9(02).
002080     05  WS-WORK-DD            PIC 9(02).
002090 77  WS-OLD-DATE               PIC 9(08)  VALUE ZERO.
002100 77  WS-MONTH-DAYS             PIC 9(02)  VALUE ZERO.
002110 77  WS-TRY-COUNT              PIC 9(03)  COMP VALUE ZERO.
002120 77  WS-TRY-LIMIT              PIC 9(03)  COMP VALUE 60.
002130 77  WS-DAY-SWITCH             PIC X(01)  VALUE 'N'.
002140     88  BUSINESS-DAY-FOUND                  VALUE 'Y'.
002150     88  BUSINESS-DAY-NOT-FOUND              VALUE 'N'.
002160 77  WS-LEAP-SWITCH            PIC X(01)  VALUE 'N'.
002170     88  YEAR-IS-LEAP                        VALUE 'Y'.
002180     88  YEAR-NOT-LEAP                       VALUE 'N'.
002190*
002200 01  WS-MONTH-DAY-LIST         PIC X(24)
002210         VALUE '312831303130313130313031'.
002220 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-LIST.
002230     05  WS-MONTH-DAY OCCURS 12 TIMES
002240                               PIC 9(02).
002250*
002260*    DAY-OF-WEEK WORK FIELDS (ZELLER'S CONGRUENCE, KEPT TO
002270*    DIVIDE AND COMPUTE VERBS; 0 = SATURDAY, 1 = SUNDAY).
002280*
002290 77  WS-Z-YEAR                 PIC 9(04)  COMP VALUE ZERO.
002300 77  WS-Z-MONTH                PIC 9(02)  COMP VALUE ZERO.
002310 77  WS-Z-CENTURY              PIC 9(02)  COMP VALUE ZERO.
002320 77  WS-Z-YY                   PIC 9(02)  COMP VALUE ZERO.
002330 77  WS-Z-TERM                 PIC 9(04)  COMP VALUE ZERO.
002340 77  WS-Z-SUM                  PIC 9(06)  COMP VALUE ZERO.
002350 77  WS-Z-QUOTIENT             PIC 9(06)  COMP VALUE ZERO.
002360 77  WS-DAY-OF-WEEK            PIC 9(01)  VALUE ZERO.
002370*
002380 PROCEDURE DIVISION.
002390*
002400*===============================================================
002410*    0000-MAINLINE
002420*===============================================================
002430 0000-MAINLINE.
002440*
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002460*
002470     IF REPROCESSING-IS-OPEN
002480         DISPLAY 'CXB40118 REPROCESSING OPEN ON REPROCTL - '
002490             'DATE ' WS-OLD-DATE ' NOT ROLLED'
002500         MOVE 8 TO RETURN-CODE
002510         STOP RUN
002520     END-IF.
002530*
002540     PERFORM 2000-CHECK-NIGHT-CLEAN THRU 2000-EXIT.
002550     IF NIGHT-NOT-CLEAN AND ROLL-NOT-FORCED
002560         DISPLAY 'CXB40118 NIGHT NOT ENDED CLEAN FOR '
002570             WS-OLD-DATE ' CYCLE ' WS-RUN-CYCLE
002580             ' - DATE NOT ROLLED'
002590         MOVE 8 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620*
002630*    A CYCLE SHORT OF THE FINAL ONE ONLY STEPS THE CYCLE ON;
002640*    THE BUSINESS DATE STAYS WHERE IT IS.
002650*
002660     IF WS-RUN-CYCLE < WS-FINAL-CYCLE
002670         COMPUTE WS-NEXT-CYCLE = WS-RUN-CYCLE + 1
002680         MOVE WS-OLD-DATE TO WS-NEXT-CYCLE-DATE
002690         PERFORM 5000-REWRITE-CYCLE THRU 5000-EXIT
002700         IF RETURN-CODE = ZERO
002710             DISPLAY 'CXB40118 CYCLE ' WS-RUN-CYCLE ' OF '
002720                 WS-FINAL-CYCLE ' CLOSED FOR ' WS-OLD-DATE
002730                 ' - CYCLE ' WS-NEXT-CYCLE ' NEXT, DATE KEPT'
002740         END-IF
002750         STOP RUN
002760     END-IF.
002770*
002780     PERFORM 3000-ADVANCE-DATE THRU 3000-EXIT.
002790*
002800     IF BUSINESS-DAY-FOUND
002810         PERFORM 4000-REWRITE-BUSDATE THRU 4000-EXIT
002820         IF RETURN-CODE = ZERO
002830             MOVE 1 TO WS-NEXT-CYCLE
002840             MOVE WS-WORK-DATE TO WS-NEXT-CYCLE-DATE
002850             PERFORM 5000-REWRITE-CYCLE THRU 5000-EXIT
002860         END-IF
002870     ELSE
002880         DISPLAY 'CXB40118 NO BUSINESS DAY FOUND WITHIN '
002890             WS-TRY-LIMIT ' DAYS - DATE NOT ROLLED'
002900         MOVE 8 TO RETURN-CODE
002910     END-IF.
002920*
002930     STOP RUN.
002940*
002950*===============================================================
002960*    1000-INITIALIZE
002970*===============================================================
002980 1000-INITIALIZE.
002990*
003000     OPEN INPUT BUS-DATE-FILE.
003010     IF NOT WS-DATE-FILE-OK
003020         DISPLAY 'CXB40118 BUSDATE NOT AVAILABLE, STATUS='
003030             WS-DATE-STATUS
003040         DISPLAY 'CXB40118 SEED BUSDATE BEFORE ROLLING'
003050         MOVE 8 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     READ BUS-DATE-FILE
003090         AT END
003100             DISPLAY 'CXB40118 BUSDATE EMPTY - '
003110                 'SEED BUSDATE BEFORE ROLLING'
003120             CLOSE BUS-DATE-FILE
003130             MOVE 8 TO RETURN-CODE
003140             STOP RUN
003150     END-READ.
003160     MOVE BD-FILE-DATE TO WS-OLD-DATE.
003170     MOVE BD-FILE-DATE TO WS-WORK-DATE.
003180     CLOSE BUS-DATE-FILE.
003190*
003200     OPEN INPUT HOLIDAY-FILE.
003210     IF WS-HOL-FILE-OK
003220         PERFORM 1100-LOAD-HOLIDAY THRU 1100-EXIT
003230             UNTIL END-OF-HOLIDAYS
003240         CLOSE HOLIDAY-FILE
003250     END-IF.
003260*
003270     PERFORM 1200-READ-OVERRIDE THRU 1200-EXIT.
003280*
003290     CALL 'CXB40117' USING WS-SERVICE-DATE
003300                            WS-BDAT-RESULT.
003310*
003320     CALL 'CXB40136' USING WS-RUN-CYCLE
003330                            WS-FINAL-CYCLE
003340                            WS-CYCLE-RESULT.
003350*
003360 1000-EXIT.
003370     EXIT.
003380*
003390*===============================================================
003400*    1100-LOAD-HOLIDAY
003410*===============================================================
003420 1100-LOAD-HOLIDAY.
003430*
003440     READ HOLIDAY-FILE
003450         AT END
003460             SET END-OF-HOLIDAYS TO TRUE
003470             GO TO 1100-EXIT
003480     END-READ.
003490*
003500     IF WS-HOL-COUNT >= WS-HOL-MAX
003510         DISPLAY 'CXB40118 HOLIDAY TABLE FULL - '
003520             HL-HOLIDAY-DATE ' IGNORED'
003530         GO TO 1100-EXIT
003540     END-IF.
003550*
003560     ADD 1 TO WS-HOL-COUNT.
003570     MOVE HL-HOLIDAY-DATE TO WS-HOLIDAY-DATE(WS-HOL-COUNT).
003580*
003590 1100-EXIT.
003600     EXIT.
003610*
003620*===============================================================
003630*    1200-READ-OVERRIDE
003640*===============================================================
003650 1200-READ-OVERRIDE.
003660*
003670     SET ROLL-NOT-FORCED TO TRUE.
003680*
003690     OPEN INPUT OVERRIDE-FILE.
003700     IF WS-OVRD-FILE-OK
003710         READ OVERRIDE-FILE
003720             AT END
003730                 CONTINUE
003740             NOT AT END
003750                 IF OV-OVERRIDE-FLAG = 'Y'
003760                     SET ROLL-FORCED TO TRUE
003770                 END-IF
003780         END-READ
003790         CLOSE OVERRIDE-FILE
003800     END-IF.
003810*
003820 1200-EXIT.
003830     EXIT.
003840*
003850*===============================================================
003860*    2000-CHECK-NIGHT-CLEAN
003870*===============================================================
003880 2000-CHECK-NIGHT-CLEAN.
003890*
003900*    THE DATE ONLY ROLLS OFF A NIGHT THE CXB40116 BALANCER
003910*    DECLARED CLEAN: ITS RUNCTL RECORD FOR THE CURRENT
003920*    BUSINESS DATE AND CYCLE MUST EXIST, BE ENDED, AND CARRY
003930*    RETURN-CODE ZERO.
003940*
003950     SET NIGHT-NOT-CLEAN TO TRUE.
003960*
003970     OPEN INPUT RUN-CONTROL-FILE.
003980     IF NOT WS-RUN-FILE-OK
003990         DISPLAY 'CXB40118 RUNCTL NOT AVAILABLE, STATUS='
004000             WS-RUN-STATUS
004010         GO TO 2000-EXIT
004020     END-IF.
004030*
004040     MOVE 'CXB40116' TO RN-RUN-PROGRAM.
004050     MOVE WS-OLD-DATE TO RN-RUN-DATE.
004060     MOVE WS-RUN-CYCLE TO RN-RUN-CYCLE.
004070     READ RUN-CONTROL-FILE.
004080     IF WS-RUN-FILE-OK
004090         IF RN-RUN-ENDED AND RN-RUN-RETURN-CODE = ZERO
004100             SET NIGHT-ENDED-CLEAN TO TRUE
004110         END-IF
004120     END-IF.
004130*
004140     CLOSE RUN-CONTROL-FILE.
004150*
004160 2000-EXIT.
004170     EXIT.
004180*
004190*===============================================================
004200*    3000-ADVANCE-DATE
004210*===============================================================
004220 3000-ADVANCE-DATE.
004230*
004240*    STEPS FORWARD ONE CALENDAR DAY AT A TIME UNTIL A DAY THAT
004250*    IS NEITHER A WEEKEND NOR A HOLIDAY COMES UP.  THE TRY
004260*    LIMIT ONLY GUARDS AGAINST A CALENDAR FILE THAT DECLARES
004270*    EVERY DAY A HOLIDAY.
004280*
004290     PERFORM 3100-TRY-NEXT-DAY THRU 3100-EXIT
004300         VARYING WS-TRY-COUNT FROM 1 BY 1
004310         UNTIL WS-TRY-COUNT > WS-TRY-LIMIT
004320            OR BUSINESS-DAY-FOUND.
004330*
004340 3000-EXIT.
004350     EXIT.
004360*
004370*===============================================================
004380*    3100-TRY-NEXT-DAY
004390*===============================================================
004400 3100-TRY-NEXT-DAY.
004410*
004420     PERFORM 3200-ADD-ONE-DAY THRU 3200-EXIT.
004430     PERFORM 3300-GET-DAY-OF-WEEK THRU 3300-EXIT.
004440*
004450     IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 1
004460         GO TO 3100-EXIT
004470     END-IF.
004480*
004490     SET DAY-NOT-HOLIDAY TO TRUE.
004500     PERFORM 3400-CHECK-HOLIDAY THRU 3400-EXIT
004510         VARYING WS-IDX FROM 1 BY 1
004520         UNTIL WS-IDX > WS-HOL-COUNT OR DAY-IS-HOLIDAY.
004530     IF DAY-IS-HOLIDAY
004540         GO TO 3100-EXIT
004550     END-IF.
004560*
004570     SET BUSINESS-DAY-FOUND TO TRUE.
004580*
004590 3100-EXIT.
004600     EXIT.
004610*
004620*===============================================================
004630*    3200-ADD-ONE-DAY
004640*===============================================================
004650 3200-ADD-ONE-DAY.
004660*
004670     MOVE WS-MONTH-DAY(WS-WORK-MM) TO WS-MONTH-DAYS.
004680*
004690*    GREGORIAN LEAP RULE: EVERY FOURTH YEAR, EXCEPT A CENTURY
004700*    YEAR NOT DIVISIBLE BY 400.
004710*
004720     IF WS-WORK-MM = 2
004730         PERFORM 3250-CHECK-LEAP-YEAR THRU 3250-EXIT
004740         IF YEAR-IS-LEAP
004750             MOVE 29 TO WS-MONTH-DAYS
004760         END-IF
004770     END-IF.
004780*
004790     IF WS-WORK-DD < WS-MONTH-DAYS
004800         ADD 1 TO WS-WORK-DD
004810     ELSE
004820         MOVE 1 TO WS-WORK-DD
004830         IF WS-WORK-MM < 12
004840             ADD 1 TO WS-WORK-MM
004850         ELSE
004860             MOVE 1 TO WS-WORK-MM
004870             ADD 1 TO WS-WORK-CCYY
004880         END-IF
004890     END-IF.
004900*
004910 3200-EXIT.
004920     EXIT.
004930*
004940*===============================================================
004950*    3250-CHECK-LEAP-YEAR
004960*===============================================================
004970 3250-CHECK-LEAP-YEAR.
004980*
004990     SET YEAR-NOT-LEAP TO TRUE.
005000     DIVIDE WS-WORK-CCYY BY 4 GIVING WS-Z-QUOTIENT
005010         REMAINDER WS-Z-TERM.
005020     IF WS-Z-TERM NOT = ZERO
005030         GO TO 3250-EXIT
005040     END-IF.
005050     DIVIDE WS-WORK-CCYY BY 100 GIVING WS-Z-QUOTIENT
005060         REMAINDER WS-Z-TERM.
005070     IF WS-Z-TERM NOT = ZERO
005080         SET YEAR-IS-LEAP TO TRUE
005090         GO TO 3250-EXIT
005100     END-IF.
005110     DIVIDE WS-WORK-CCYY BY 400 GIVING WS-Z-QUOTIENT
005120         REMAINDER WS-Z-TERM.
005130     IF WS-Z-TERM = ZERO
005140         SET YEAR-IS-LEAP TO TRUE
005150     END-IF.
005160*
005170 3250-EXIT.
005180     EXIT.
005190*
005200*===============================================================
005210*    3300-GET-DAY-OF-WEEK
005220*===============================================================
005230 3300-GET-DAY-OF-WEEK.
005240*
005250*    ZELLER'S CONGRUENCE.  JANUARY AND
005260*    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE.
005270*    THE RESULT IS 0 FOR SATURDAY THROUGH 6 FOR FRIDAY.
005280*
005290     MOVE WS-WORK-CCYY TO WS-Z-YEAR.
005300     MOVE WS-WORK-MM TO WS-Z-MONTH.
005310     IF WS-Z-MONTH < 3
005320         ADD 12 TO WS-Z-MONTH
005330         SUBTRACT 1 FROM WS-Z-YEAR
005340     END-IF.
005350     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
005360         REMAINDER WS-Z-YY.
005370*
005380     COMPUTE WS-Z-TERM = (13 * (WS-Z-MONTH + 1)) / 5.
005390     COMPUTE WS-Z-SUM = WS-WORK-DD + WS-Z-TERM + WS-Z-YY.
005400     DIVIDE WS-Z-YY BY 4 GIVING WS-Z-TERM.
005410     ADD WS-Z-TERM TO WS-Z-SUM.
005420     DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-TERM.
005430     ADD WS-Z-TERM TO WS-Z-SUM.
005440     COMPUTE WS-Z-SUM = WS-Z-SUM + (5 * WS-Z-CENTURY).
005450     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOTIENT
005460         REMAINDER WS-DAY-OF-WEEK.
005470*
005480 3300-EXIT.
005490     EXIT.
005500*
005510*===============================================================
005520*    3400-CHECK-HOLIDAY
005530*===============================================================
005540 3400-CHECK-HOLIDAY.
005550*
005560     IF WS-HOLIDAY-DATE(WS-IDX) = WS-WORK-DATE
005570         SET DAY-IS-HOLIDAY TO TRUE
005580     END-IF.
005590*
005600 3400-EXIT.
005610     EXIT.
005620*
005630*===============================================================
005640*    4000-REWRITE-BUSDATE
005650*===============================================================
005660 4000-REWRITE-BUSDATE.
005670*
005680     OPEN OUTPUT BUS-DATE-FILE.
005690     IF NOT WS-DATE-FILE-OK
005700         DISPLAY 'CXB40118 BUSDATE REWRITE FAILED, STATUS='
005710             WS-DATE-STATUS
005720         MOVE 8 TO RETURN-CODE
005730         GO TO 4000-EXIT
005740     END-IF.
005750     MOVE WS-WORK-DATE TO BD-FILE-DATE.
005760     WRITE BUS-DATE-RECORD.
005770     IF NOT WS-DATE-FILE-OK
005780         DISPLAY 'CXB40118 BUSDATE WRITE FAILED, STATUS='
005790             WS-DATE-STATUS
005800         MOVE 8 TO RETURN-CODE
005810         CLOSE BUS-DATE-FILE
005820         GO TO 4000-EXIT
005830     END-IF.
005840     CLOSE BUS-DATE-FILE.
005850*
005860     DISPLAY 'CXB40118 BUSINESS DATE ROLLED ' WS-OLD-DATE
005870         ' TO ' WS-WORK-DATE.
005880*
005890 4000-EXIT.
005900     EXIT.
005910*
005920*===============================================================
005930*    5000-REWRITE-CYCLE
005940*===============================================================
005950 5000-REWRITE-CYCLE.
005960*
005970*    THE CALLER LOADS WS-NEXT-CYCLE-DATE AND WS-NEXT-CYCLE.
005980*    A FAILED WRITE LEAVES THE OLD CYCLE IN PLACE, SO THE
005990*    NEXT CYCLE WOULD REGISTER OVER THE ONE JUST CLOSED -
006000*    THE STEP FAILS RATHER THAN LET THAT HAPPEN QUIETLY.
006010*
006020     OPEN OUTPUT CYCLE-FILE.
006030     IF NOT WS-CYCLE-FILE-OK
006040         DISPLAY 'CXB40118 CYCLECTL REWRITE FAILED, STATUS='
006050             WS-CYCLE-STATUS
006060         MOVE 8 TO RETURN-CODE
006070         GO TO 5000-EXIT
006080     END-IF.
006090     MOVE WS-NEXT-CYCLE-DATE TO CY-BUSINESS-DATE.
006100     MOVE WS-NEXT-CYCLE      TO CY-CYCLE-NUMBER.
006110     WRITE CYCLE-RECORD.
006120     IF NOT WS-CYCLE-FILE-OK
006130         DISPLAY 'CXB40118 CYCLECTL WRITE FAILED, STATUS='
006140             WS-CYCLE-STATUS
006150         MOVE 8 TO RETURN-CODE
006160     END-IF.
006170     CLOSE CYCLE-FILE.
006180*
006190 5000-EXIT.
006200     EXIT.
