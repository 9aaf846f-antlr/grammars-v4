000100* CXB40152.CBL
000110*
000120*     PROGRAM:  CXB40152   ("Sample_Findings")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Records internal audit's findings against the SMPLREG
000160*          audit-sample register drawn by CXB40151, and
000170*          summarizes them.  Reads finding transactions from
000180*          FINDTXN (one per record: the period and sample number
000190*          from the worksheet, the result, the auditor, a note):
000200*
000210*            - P records that the sampled record passed audit's
000220*              test.
000230*            - F records that it failed; a note saying why is
000240*              required.
000250*            - S records nothing and only asks for the period
000260*              to be summarized.
000270*
000280*          A P or F must name a sample on the register, and is
000290*          stamped with the auditor and the business date.  A
000300*          finding already recorded may be recorded again to
000310*          correct it; every finding applied is also appended to
000320*          the FINDLOG change log with the finding before and
000330*          after, so a correction does not hide the first one.
000340*          The auditor id is validated against the OPERREG
000350*          registry (active, authority level 1); with the
000360*          registry unavailable every P and F is rejected, so
000370*          the check fails closed.  An invalid transaction is
000380*          rejected and fails the job with RETURN-CODE 8.
000390*
000400*          For every period named on a valid transaction the
000410*          FINDRPT report then summarizes the whole sample on
000420*          the register by stratum (file, branch, amount band):
000430*          records selected, passed, failed and still pending,
000440*          and how many CXB40151 found differing from their
000450*          recomputation, with a period total, the exception
000460*          rate (failed as a percentage of those tested), and
000470*          each failed sample listed with its auditor and note.
000480*
000490*     INPUTS:
000500*          FINDTXN    - sequential finding transactions.
000510*          OPERREG    - keyed operator registry maintained by
000520*                       CXB40123.
000530*
000540*     OUTPUTS:
000550*          SMPLREG    - keyed audit-sample register (CXBSMPL
000560*                       layout) written by CXB40151.
000570*          FINDLOG    - sequential finding log, appended across
000580*                       runs.
000590*          FINDRPT    - the findings summary.
000600*
000610*     CHANGE HISTORY:
000620*       15 OCT 2026   DPO   Initial release.
000630*       15 OCT 2026   DPO   FINDTXN is closed under its own open
000640*                           switch, so a run whose SMPLREG open
000650*                           failed still closes it.
000660*
000670 IDENTIFICATION DIVISION.
000680 PROGRAM-ID. CXB40152.
000690 AUTHOR. DATA-PROCESSING-OPERATIONS.
000700 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000710 DATE-WRITTEN. 15 OCT 2026.
000720 DATE-COMPILED.
000730*
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT FIND-TXN-FILE ASSIGN TO "FINDTXN"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-TXN-STATUS.
000800     SELECT SAMPLE-REG-FILE ASSIGN TO "SMPLREG"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS SR-SAMPLE-KEY
000840         FILE STATUS IS WS-REG-STATUS.
000850     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS OP-OPERATOR-ID
000890         FILE STATUS IS WS-OPER-STATUS.
000900     SELECT FIND-LOG-FILE ASSIGN TO "FINDLOG"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-LOG-STATUS.
000930     SELECT REPORT-FILE ASSIGN TO "FINDRPT"
000940         ORGANIZATION IS SEQUENTIAL.
000950*
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  FIND-TXN-FILE
000990     RECORDING MODE IS F.
001000 01  FIND-TXN-RECORD.
001010     05  FT-SAMPLE-KEY.
001020         10  FT-PERIOD         PIC 9(08).
001030         10  FT-SAMPLE-NO      PIC 9(05).
001040     05  FT-RESULT             PIC X(01).
001050         88  FT-PASSED                       VALUE 'P'.
001060         88  FT-FAILED                       VALUE 'F'.
001070         88  FT-SUMMARY-ONLY                 VALUE 'S'.
001080     05  FT-USER-ID            PIC X(08).
001090     05  FT-NOTE               PIC X(30).
001100*
001110 FD  SAMPLE-REG-FILE
001120     RECORDING MODE IS F.
001130 01  SAMPLE-REG-RECORD.
001140     COPY CXBSMPL
001150         REPLACING LEADING ==CXB-SR== BY ==SR==.
001160*
001170*    OPERREG IS THE OPERATOR REGISTRY MAINTAINED BY CXB40123;
001180*    EVERY FINDING'S AUDITOR ID IS VALIDATED AGAINST IT BEFORE
001190*    THE FINDING IS RECORDED.
001200*
001210 FD  OPER-REG-FILE
001220     RECORDING MODE IS F.
001230 01  OPER-REG-RECORD.
001240     COPY CXBOPER
001250         REPLACING LEADING ==CXB-OP== BY ==OP==.
001260*
001270 FD  FIND-LOG-FILE
001280     RECORDING MODE IS F.
001290 01  FIND-LOG-RECORD.
001300     05  LG-CHANGE-DATE        PIC 9(08).
001310     05  LG-CHANGE-TIME        PIC 9(08).
001320     05  LG-USER-ID            PIC X(08).
001330     05  LG-RESULT             PIC X(01).
001340     05  LG-SAMPLE-KEY         PIC X(13).
001350     05  LG-OLD-FINDING        PIC X(47).
001360     05  LG-NEW-FINDING        PIC X(47).
001370*
001380 FD  REPORT-FILE
001390     RECORDING MODE IS F.
001400 01  REPORT-RECORD             PIC X(80).
001410*
001420 WORKING-STORAGE SECTION.
001430*
001440*    STANDALONE COUNTERS AND SWITCHES
001450*
001460 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40152'.
001470*
001480 77  WS-TXN-COUNT              PIC 9(09)  COMP VALUE ZERO.
001490 77  WS-APPLIED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001500 77  WS-REJECT-COUNT           PIC 9(09)  COMP VALUE ZERO.
001510*
001520 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001530     88  END-OF-TXNS                         VALUE 'Y'.
001540     88  NOT-END-OF-TXNS                     VALUE 'N'.
001550 77  WS-SCAN-SWITCH            PIC X(01)  VALUE 'N'.
001560     88  SCAN-DONE                           VALUE 'Y'.
001570     88  SCAN-NOT-DONE                       VALUE 'N'.
001580*
001590 77  WS-TXN-STATUS             PIC X(02)  VALUE SPACES.
001600     88  WS-TXN-FILE-OK                      VALUE '00'.
001610 77  WS-REG-STATUS             PIC X(02)  VALUE SPACES.
001620     88  WS-REG-FILE-OK                      VALUE '00'.
001630     88  WS-REG-REC-MISSING                  VALUE '23'.
001640 77  WS-LOG-STATUS             PIC X(02)  VALUE SPACES.
001650     88  WS-LOG-FILE-OK                      VALUE '00'.
001660     88  WS-LOG-NOT-FOUND                    VALUE '35'.
001670 77  WS-OPER-STATUS            PIC X(02)  VALUE SPACES.
001680     88  WS-OPER-FILE-OK                     VALUE '00'.
001690 77  WS-OPER-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
001700     88  OPER-REG-IS-OPEN                    VALUE 'Y'.
001710     88  OPER-REG-NOT-OPEN                   VALUE 'N'.
001720 77  WS-REG-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001730     88  SAMPLE-REG-IS-OPEN                  VALUE 'Y'.
001740     88  SAMPLE-REG-NOT-OPEN                 VALUE 'N'.
001750 77  WS-TXN-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001760     88  FIND-TXN-IS-OPEN                    VALUE 'Y'.
001770     88  FIND-TXN-NOT-OPEN                   VALUE 'N'.
001780*
001790 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001800 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
001810*
001820*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
001830*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
001840*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
001850*
001860 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001870*
001880 77  WS-VALID-SWITCH           PIC X(01)  VALUE 'Y'.
001890     88  TXN-IS-VALID                        VALUE 'Y'.
001900     88  TXN-NOT-VALID                       VALUE 'N'.
001910*
001920*    OLD FINDING SAVED FOR THE CHANGE LOG
001930*
001940 77  WS-OLD-FINDING            PIC X(47)  VALUE SPACES.
001950*
001960*    THE PERIODS TO SUMMARIZE, IN THE ORDER FIRST NAMED.
001970*
001980 77  WS-PER-MAX                PIC 9(03)  COMP VALUE 20.
001990 77  WS-PER-COUNT              PIC 9(03)  COMP VALUE ZERO.
002000 77  WS-PER-IDX                PIC 9(03)  COMP VALUE ZERO.
002010 77  WS-FOUND-INDEX            PIC 9(03)  COMP VALUE ZERO.
002020 01  WS-PERIOD-TABLE.
002030     05  WS-PER-PERIOD         PIC 9(08)  OCCURS 20 TIMES.
002040 77  WS-SUMMARY-PERIOD         PIC 9(08)  VALUE ZERO.
002050*
002060*    ONE PERIOD'S SAMPLE BY STRATUM, IN THE ORDER MET ON THE
002070*    REGISTER.
002080*
002090 77  WS-STR-MAX                PIC 9(03)  COMP VALUE 100.
002100 77  WS-STR-COUNT              PIC 9(03)  COMP VALUE ZERO.
002110 77  WS-STR-IDX                PIC 9(03)  COMP VALUE ZERO.
002120 01  WS-STRATUM-TABLE.
002130     05  WS-STRATUM-ENTRY      OCCURS 100 TIMES.
002140         10  WS-STR-KEY.
002150             15  WS-STR-FILE-ID    PIC X(08).
002160             15  WS-STR-BRANCH     PIC X(03).
002170             15  WS-STR-BAND       PIC 9(01).
002180         10  WS-STR-SELECTED       PIC 9(09)  COMP.
002190         10  WS-STR-PASSED         PIC 9(09)  COMP.
002200         10  WS-STR-FAILED         PIC 9(09)  COMP.
002210         10  WS-STR-PENDING        PIC 9(09)  COMP.
002220         10  WS-STR-DIFFERS        PIC 9(09)  COMP.
002230 01  WS-CUR-STR-KEY.
002240     05  WS-CUR-FILE-ID        PIC X(08).
002250     05  WS-CUR-BRANCH         PIC X(03).
002260     05  WS-CUR-BAND           PIC 9(01).
002270*
002280 77  WS-TOT-SEL-COUNT          PIC 9(09)  COMP VALUE ZERO.
002290 77  WS-TOT-PASS-COUNT         PIC 9(09)  COMP VALUE ZERO.
002300 77  WS-TOT-FAIL-COUNT         PIC 9(09)  COMP VALUE ZERO.
002310 77  WS-TOT-PEND-COUNT         PIC 9(09)  COMP VALUE ZERO.
002320 77  WS-TOT-DIFF-COUNT         PIC 9(09)  COMP VALUE ZERO.
002330 77  WS-OTHER-COUNT            PIC 9(09)  COMP VALUE ZERO.
002340 77  WS-TESTED-COUNT           PIC 9(09)  COMP VALUE ZERO.
002350 77  WS-EXCEPTION-RATE         PIC 9(03)V99 VALUE ZERO.
002360*
002370*    REPORT LINE LAYOUTS
002380*
002390 01  WS-HEADING-LINE.
002400     05  FILLER                PIC X(32)
002410         VALUE "CXB40152 AUDIT SAMPLE FINDINGS  ".
002420     05  FILLER                PIC X(05) VALUE "DATE=".
002430     05  WS-HDG-DATE           PIC 9(08).
002440*
002450 01  WS-SECTION-LINE.
002460     05  WS-SEC-TITLE          PIC X(60).
002470*
002480 01  WS-COLUMN-LINE.
002490     05  FILLER                PIC X(10) VALUE "FILE".
002500     05  FILLER                PIC X(05) VALUE "BR".
002510     05  FILLER                PIC X(05) VALUE "BAND".
002520     05  FILLER                PIC X(10) VALUE "SELECTED".
002530     05  FILLER                PIC X(08) VALUE "PASSED".
002540     05  FILLER                PIC X(08) VALUE "FAILED".
002550     05  FILLER                PIC X(09) VALUE "PENDING".
002560     05  FILLER                PIC X(07) VALUE "DIFFERS".
002570*
002580 01  WS-STRATUM-LINE.
002590     05  WS-STL-FILE           PIC X(08).
002600     05  FILLER                PIC X(02) VALUE SPACES.
002610     05  WS-STL-BRANCH         PIC X(03).
002620     05  FILLER                PIC X(04) VALUE SPACES.
002630     05  WS-STL-BAND           PIC 9.
002640     05  FILLER                PIC X(04) VALUE SPACES.
002650     05  WS-STL-SELECTED       PIC ZZ,ZZ9.
002660     05  FILLER                PIC X(02) VALUE SPACES.
002670     05  WS-STL-PASSED         PIC ZZ,ZZ9.
002680     05  FILLER                PIC X(02) VALUE SPACES.
002690     05  WS-STL-FAILED         PIC ZZ,ZZ9.
002700     05  FILLER                PIC X(03) VALUE SPACES.
002710     05  WS-STL-PENDING        PIC ZZ,ZZ9.
002720     05  FILLER                PIC X(03) VALUE SPACES.
002730     05  WS-STL-DIFFERS        PIC ZZ,ZZ9.
002740*
002750 01  WS-PERIOD-TOTAL-LINE.
002760     05  FILLER                PIC X(12) VALUE "TOTAL       ".
002770     05  FILLER                PIC X(08) VALUE SPACES.
002780     05  WS-PTL-SELECTED       PIC ZZ,ZZ9.
002790     05  FILLER                PIC X(02) VALUE SPACES.
002800     05  WS-PTL-PASSED         PIC ZZ,ZZ9.
002810     05  FILLER                PIC X(02) VALUE SPACES.
002820     05  WS-PTL-FAILED         PIC ZZ,ZZ9.
002830     05  FILLER                PIC X(03) VALUE SPACES.
002840     05  WS-PTL-PENDING        PIC ZZ,ZZ9.
002850     05  FILLER                PIC X(03) VALUE SPACES.
002860     05  WS-PTL-DIFFERS        PIC ZZ,ZZ9.
002870*
002880 01  WS-RATE-LINE.
002890     05  FILLER                PIC X(16) VALUE "EXCEPTION RATE= ".
002900     05  WS-RTL-RATE           PIC ZZ9.99.
002910     05  FILLER                PIC X(16) VALUE "% OF    TESTED= ".
002920     05  WS-RTL-TESTED         PIC ZZ,ZZ9.
002930*
002940 01  WS-FAILED-LINE.
002950     05  FILLER                PIC X(07) VALUE "FAILED ".
002960     05  WS-FLL-SAMPLE-NO      PIC 9(05).
002970     05  FILLER                PIC X(01) VALUE SPACE.
002980     05  WS-FLL-SOURCE         PIC X(08).
002990     05  FILLER                PIC X(04) VALUE " POS".
003000     05  WS-FLL-POSITION       PIC Z(8)9.
003010     05  FILLER                PIC X(01) VALUE SPACE.
003020     05  WS-FLL-USER           PIC X(08).
003030     05  FILLER                PIC X(01) VALUE SPACE.
003040     05  WS-FLL-DATE           PIC 9(08).
003050     05  FILLER                PIC X(01) VALUE SPACE.
003060     05  WS-FLL-NOTE           PIC X(27).
003070*
003080 01  WS-MESSAGE-LINE.
003090     05  WS-MSG-TEXT           PIC X(60).
003100     05  FILLER                PIC X(20) VALUE SPACES.
003110*
003120 PROCEDURE DIVISION.
003130*
003140*===============================================================
003150*    0000-MAINLINE
003160*===============================================================
003170 0000-MAINLINE.
003180*
003190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003200*
003210     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
003220         UNTIL END-OF-TXNS.
003230*
003240     IF SAMPLE-REG-IS-OPEN
003250         PERFORM 6000-SUMMARIZE-PERIOD THRU 6000-EXIT
003260             VARYING WS-PER-IDX FROM 1 BY 1
003270             UNTIL WS-PER-IDX > WS-PER-COUNT
003280     END-IF.
003290*
003300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003310*
003320     STOP RUN.
003330*
003340*===============================================================
003350*    1000-INITIALIZE
003360*===============================================================
003370 1000-INITIALIZE.
003380*
003390     CALL 'CXB40117' USING WS-RUN-DATE
003400                            WS-BDAT-RESULT.
003410     ACCEPT WS-RUN-TIME FROM TIME.
003420*
003430     OPEN OUTPUT REPORT-FILE.
003440     MOVE WS-RUN-DATE TO WS-HDG-DATE.
003450     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
003460*
003470     OPEN INPUT FIND-TXN-FILE.
003480     IF NOT WS-TXN-FILE-OK
003490         DISPLAY 'CXB40152 FINDTXN NOT AVAILABLE, STATUS='
003500             WS-TXN-STATUS
003510         SET END-OF-TXNS TO TRUE
003520         MOVE 8 TO RETURN-CODE
003530         GO TO 1000-EXIT
003540     END-IF.
003550     SET FIND-TXN-IS-OPEN TO TRUE.
003560*
003570*    THE REGISTER IS NOT CREATED HERE: ONLY CXB40151 DRAWS
003580*    SAMPLES, SO WITHOUT IT THERE IS NOTHING TO RECORD AGAINST.
003590*
003600     OPEN I-O SAMPLE-REG-FILE.
003610     IF NOT WS-REG-FILE-OK
003620         DISPLAY 'CXB40152 SMPLREG OPEN FAILED, STATUS='
003630             WS-REG-STATUS
003640         SET END-OF-TXNS TO TRUE
003650         MOVE 8 TO RETURN-CODE
003660         MOVE 'SMPLREG NOT AVAILABLE - NO FINDINGS RECORDED'
003670             TO WS-MSG-TEXT
003680         MOVE SPACES TO REPORT-RECORD
003690         WRITE REPORT-RECORD
003700         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
003710         GO TO 1000-EXIT
003720     END-IF.
003730     SET SAMPLE-REG-IS-OPEN TO TRUE.
003740*
003750*    THE OPERATOR REGISTRY IS OPENED FIRST-CLASS: WITH THE
003760*    REGISTRY DOWN EVERY FINDING IS REJECTED, SO THE
003770*    WHO-IS-ALLOWED CHECK FAILS CLOSED.
003780*
003790     OPEN INPUT OPER-REG-FILE.
003800     IF WS-OPER-FILE-OK
003810         SET OPER-REG-IS-OPEN TO TRUE
003820     ELSE
003830         DISPLAY 'CXB40152 OPERREG NOT AVAILABLE, STATUS='
003840             WS-OPER-STATUS
003850         DISPLAY 'CXB40152 ALL FINDINGS WILL BE REJECTED'
003860     END-IF.
003870*
003880     OPEN EXTEND FIND-LOG-FILE.
003890     IF NOT WS-LOG-FILE-OK AND WS-LOG-NOT-FOUND
003900         CLOSE FIND-LOG-FILE
003910         OPEN OUTPUT FIND-LOG-FILE
003920     END-IF.
003930*
003940     READ FIND-TXN-FILE
003950         AT END
003960             SET END-OF-TXNS TO TRUE
003970     END-READ.
003980*
003990 1000-EXIT.
004000     EXIT.
004010*
004020*===============================================================
004030*    2000-PROCESS-TXN
004040*===============================================================
004050 2000-PROCESS-TXN.
004060*
004070     ADD 1 TO WS-TXN-COUNT.
004080*
004090     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
004100*
004110     IF TXN-IS-VALID
004120         PERFORM 2100-NOTE-PERIOD THRU 2100-EXIT
004130         IF NOT FT-SUMMARY-ONLY
004140             PERFORM 4000-APPLY-TXN THRU 4000-EXIT
004150         END-IF
004160     ELSE
004170         ADD 1 TO WS-REJECT-COUNT
004180         MOVE 8 TO RETURN-CODE
004190     END-IF.
004200*
004210     READ FIND-TXN-FILE
004220         AT END
004230             SET END-OF-TXNS TO TRUE
004240     END-READ.
004250*
004260 2000-EXIT.
004270     EXIT.
004280*
004290*===============================================================
004300*    2100-NOTE-PERIOD
004310*===============================================================
004320 2100-NOTE-PERIOD.
004330*
004340*    ADDS THE TRANSACTION'S PERIOD TO THE LIST TO SUMMARIZE,
004350*    ONCE.
004360*
004370     MOVE ZERO TO WS-FOUND-INDEX.
004380     PERFORM 2110-CHECK-ONE-PERIOD THRU 2110-EXIT
004390         VARYING WS-PER-IDX FROM 1 BY 1
004400         UNTIL WS-PER-IDX > WS-PER-COUNT
004410            OR WS-FOUND-INDEX > ZERO.
004420     IF WS-FOUND-INDEX > ZERO
004430         GO TO 2100-EXIT
004440     END-IF.
004450*
004460     IF WS-PER-COUNT NOT < WS-PER-MAX
004470         DISPLAY 'CXB40152 MORE THAN 20 PERIODS - ' FT-PERIOD
004480             ' NOT SUMMARIZED'
004490         GO TO 2100-EXIT
004500     END-IF.
004510     ADD 1 TO WS-PER-COUNT.
004520     MOVE FT-PERIOD TO WS-PER-PERIOD(WS-PER-COUNT).
004530*
004540 2100-EXIT.
004550     EXIT.
004560*
004570*===============================================================
004580*    2110-CHECK-ONE-PERIOD
004590*===============================================================
004600 2110-CHECK-ONE-PERIOD.
004610*
004620     IF WS-PER-PERIOD(WS-PER-IDX) = FT-PERIOD
004630         MOVE WS-PER-IDX TO WS-FOUND-INDEX
004640     END-IF.
004650*
004660 2110-EXIT.
004670     EXIT.
004680*
004690*===============================================================
004700*    3000-VALIDATE-TXN
004710*===============================================================
004720 3000-VALIDATE-TXN.
004730*
004740     SET TXN-IS-VALID TO TRUE.
004750*
004760     IF FT-PERIOD NOT NUMERIC OR FT-PERIOD = ZERO
004770         DISPLAY 'CXB40152 PERIOD "' FT-PERIOD
004780             '" NOT NUMERIC - REJECTED'
004790         SET TXN-NOT-VALID TO TRUE
004800         GO TO 3000-EXIT
004810     END-IF.
004820     IF NOT FT-PASSED AND NOT FT-FAILED AND NOT FT-SUMMARY-ONLY
004830         DISPLAY 'CXB40152 ' FT-PERIOD
004840             ' RESULT "' FT-RESULT '" NOT P, F OR S - REJECTED'
004850         SET TXN-NOT-VALID TO TRUE
004860         GO TO 3000-EXIT
004870     END-IF.
004880     IF FT-SUMMARY-ONLY
004890         GO TO 3000-EXIT
004900     END-IF.
004910*
004920     IF FT-SAMPLE-NO NOT NUMERIC OR FT-SAMPLE-NO = ZERO
004930         DISPLAY 'CXB40152 ' FT-PERIOD
004940             ' SAMPLE NUMBER "' FT-SAMPLE-NO
004950             '" NOT NUMERIC - REJECTED'
004960         SET TXN-NOT-VALID TO TRUE
004970         GO TO 3000-EXIT
004980     END-IF.
004990     IF FT-FAILED AND FT-NOTE = SPACES
005000         DISPLAY 'CXB40152 ' FT-PERIOD '/' FT-SAMPLE-NO
005010             ' FAILED WITHOUT A NOTE - REJECTED'
005020         SET TXN-NOT-VALID TO TRUE
005030         GO TO 3000-EXIT
005040     END-IF.
005050*
005060     PERFORM 3500-VALIDATE-OPERATOR THRU 3500-EXIT.
005070*
005080 3000-EXIT.
005090     EXIT.
005100*
005110*===============================================================
005120*    3500-VALIDATE-OPERATOR
005130*===============================================================
005140 3500-VALIDATE-OPERATOR.
005150*
005160*    THE AUDITOR ID MUST BE ON THE OPERREG REGISTRY, ACTIVE,
005170*    AT AUTHORITY LEVEL 1 OR ABOVE.  A FAILURE HERE REJECTS THE
005180*    TRANSACTION THE SAME WAY A BAD VALUE DOES.
005190*
005200     IF OPER-REG-NOT-OPEN
005210         DISPLAY 'CXB40152 ' FT-PERIOD '/' FT-SAMPLE-NO
005220             ' REJECTED - OPERATOR REGISTRY UNAVAILABLE'
005230         SET TXN-NOT-VALID TO TRUE
005240         GO TO 3500-EXIT
005250     END-IF.
005260*
005270     MOVE FT-USER-ID TO OP-OPERATOR-ID.
005280     READ OPER-REG-FILE.
005290     IF NOT WS-OPER-FILE-OK
005300         DISPLAY 'CXB40152 OPERATOR ' FT-USER-ID
005310             ' NOT ON REGISTRY - REJECTED'
005320         SET TXN-NOT-VALID TO TRUE
005330         GO TO 3500-EXIT
005340     END-IF.
005350     IF NOT OP-ACTIVE
005360         DISPLAY 'CXB40152 OPERATOR ' FT-USER-ID
005370             ' INACTIVE - REJECTED'
005380         SET TXN-NOT-VALID TO TRUE
005390         GO TO 3500-EXIT
005400     END-IF.
005410     IF OP-AUTHORITY < 1
005420         DISPLAY 'CXB40152 OPERATOR ' FT-USER-ID
005430             ' NOT AUTHORIZED TO RECORD FINDINGS - REJECTED'
005440         SET TXN-NOT-VALID TO TRUE
005450     END-IF.
005460*
005470 3500-EXIT.
005480     EXIT.
005490*
005500*===============================================================
005510*    4000-APPLY-TXN
005520*===============================================================
005530 4000-APPLY-TXN.
005540*
005550     MOVE FT-SAMPLE-KEY TO SR-SAMPLE-KEY.
005560     READ SAMPLE-REG-FILE.
005570     IF NOT WS-REG-FILE-OK
005580         DISPLAY 'CXB40152 ' FT-PERIOD '/' FT-SAMPLE-NO
005590             ' NOT ON SMPLREG - REJECTED'
005600         ADD 1 TO WS-REJECT-COUNT
005610         MOVE 8 TO RETURN-CODE
005620         GO TO 4000-EXIT
005630     END-IF.
005640*
005650     MOVE SR-FINDING-BLOCK TO WS-OLD-FINDING.
005660     MOVE FT-RESULT   TO SR-FINDING.
005670     MOVE FT-USER-ID  TO SR-FINDING-USER.
005680     MOVE WS-RUN-DATE TO SR-FINDING-DATE.
005690     MOVE FT-NOTE     TO SR-FINDING-NOTE.
005700*
005710     REWRITE SAMPLE-REG-RECORD.
005720     IF NOT WS-REG-FILE-OK
005730         DISPLAY 'CXB40152 SMPLREG UPDATE FAILED, STATUS='
005740             WS-REG-STATUS
005750         ADD 1 TO WS-REJECT-COUNT
005760         MOVE 8 TO RETURN-CODE
005770         GO TO 4000-EXIT
005780     END-IF.
005790*
005800     ADD 1 TO WS-APPLIED-COUNT.
005810     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
005820*
005830 4000-EXIT.
005840     EXIT.
005850*
005860*===============================================================
005870*    5000-WRITE-CHANGE-LOG
005880*===============================================================
005890 5000-WRITE-CHANGE-LOG.
005900*
005910*    A FIRST FINDING IS LOGGED WITH A PENDING (BLANK) OLD ONE.
005920*
005930     MOVE WS-RUN-DATE        TO LG-CHANGE-DATE.
005940     ACCEPT LG-CHANGE-TIME FROM TIME.
005950     MOVE FT-USER-ID         TO LG-USER-ID.
005960     MOVE FT-RESULT          TO LG-RESULT.
005970     MOVE SR-SAMPLE-KEY      TO LG-SAMPLE-KEY.
005980     MOVE WS-OLD-FINDING     TO LG-OLD-FINDING.
005990     MOVE SR-FINDING-BLOCK   TO LG-NEW-FINDING.
006000     WRITE FIND-LOG-RECORD.
006010     IF NOT WS-LOG-FILE-OK
006020         DISPLAY 'CXB40152 FINDLOG WRITE FAILED, STATUS='
006030             WS-LOG-STATUS
006040     END-IF.
006050*
006060 5000-EXIT.
006070     EXIT.
006080*
006090*===============================================================
006100*    6000-SUMMARIZE-PERIOD
006110*===============================================================
006120 6000-SUMMARIZE-PERIOD.
006130*
006140*    TALLIES THE PERIOD'S WHOLE SAMPLE FROM THE REGISTER BY
006150*    STRATUM, THEN READS IT AGAIN TO LIST THE FAILURES.
006160*
006170     MOVE WS-PER-PERIOD(WS-PER-IDX) TO WS-SUMMARY-PERIOD.
006180     MOVE ZERO TO WS-STR-COUNT.
006190     MOVE ZERO TO WS-OTHER-COUNT.
006200*
006210     MOVE SPACES TO WS-SEC-TITLE.
006220     STRING 'PERIOD ' DELIMITED BY SIZE
006230            WS-SUMMARY-PERIOD DELIMITED BY SIZE
006240         INTO WS-SEC-TITLE
006250     END-STRING.
006260     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
006270*
006280     PERFORM 6100-START-PERIOD THRU 6100-EXIT.
006290     PERFORM 6200-TALLY-ONE-SAMPLE THRU 6200-EXIT
006300         UNTIL SCAN-DONE.
006310*
006320     IF WS-STR-COUNT = ZERO
006330         MOVE 'NO SAMPLE ON THE REGISTER FOR THIS PERIOD'
006340             TO WS-MSG-TEXT
006350         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
006360         GO TO 6000-EXIT
006370     END-IF.
006380*
006390     WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
006400     MOVE ZERO TO WS-TOT-SEL-COUNT.
006410     MOVE ZERO TO WS-TOT-PASS-COUNT.
006420     MOVE ZERO TO WS-TOT-FAIL-COUNT.
006430     MOVE ZERO TO WS-TOT-PEND-COUNT.
006440     MOVE ZERO TO WS-TOT-DIFF-COUNT.
006450     PERFORM 6300-PRINT-ONE-STRATUM THRU 6300-EXIT
006460         VARYING WS-STR-IDX FROM 1 BY 1
006470         UNTIL WS-STR-IDX > WS-STR-COUNT.
006480     PERFORM 6400-PRINT-PERIOD-TOTAL THRU 6400-EXIT.
006490*
006500     IF WS-TOT-FAIL-COUNT > ZERO
006510         MOVE SPACES TO REPORT-RECORD
006520         WRITE REPORT-RECORD
006530         PERFORM 6100-START-PERIOD THRU 6100-EXIT
006540         PERFORM 6500-LIST-ONE-FAILURE THRU 6500-EXIT
006550             UNTIL SCAN-DONE
006560     END-IF.
006570*
006580 6000-EXIT.
006590     EXIT.
006600*
006610*===============================================================
006620*    6100-START-PERIOD
006630*===============================================================
006640 6100-START-PERIOD.
006650*
006660     SET SCAN-NOT-DONE TO TRUE.
006670     MOVE WS-SUMMARY-PERIOD TO SR-PERIOD.
006680     MOVE ZERO TO SR-SAMPLE-NO.
006690     START SAMPLE-REG-FILE KEY IS NOT LESS THAN SR-SAMPLE-KEY.
006700     IF NOT WS-REG-FILE-OK
006710         SET SCAN-DONE TO TRUE
006720     END-IF.
006730*
006740 6100-EXIT.
006750     EXIT.
006760*
006770*===============================================================
006780*    6200-TALLY-ONE-SAMPLE
006790*===============================================================
006800 6200-TALLY-ONE-SAMPLE.
006810*
006820     READ SAMPLE-REG-FILE NEXT RECORD
006830         AT END
006840             SET SCAN-DONE TO TRUE
006850             GO TO 6200-EXIT
006860     END-READ.
006870     IF SR-PERIOD NOT = WS-SUMMARY-PERIOD
006880         SET SCAN-DONE TO TRUE
006890         GO TO 6200-EXIT
006900     END-IF.
006910*
006920     MOVE SR-FILE-ID   TO WS-CUR-FILE-ID.
006930     MOVE SR-BRANCH-ID TO WS-CUR-BRANCH.
006940     MOVE SR-BAND      TO WS-CUR-BAND.
006950     MOVE ZERO TO WS-FOUND-INDEX.
006960     PERFORM 6210-CHECK-ONE-STRATUM THRU 6210-EXIT
006970         VARYING WS-STR-IDX FROM 1 BY 1
006980         UNTIL WS-STR-IDX > WS-STR-COUNT
006990            OR WS-FOUND-INDEX > ZERO.
007000*
007010     IF WS-FOUND-INDEX = ZERO
007020         IF WS-STR-COUNT NOT < WS-STR-MAX
007030             ADD 1 TO WS-OTHER-COUNT
007040             GO TO 6200-EXIT
007050         END-IF
007060         ADD 1 TO WS-STR-COUNT
007070         MOVE WS-STR-COUNT TO WS-FOUND-INDEX
007080         MOVE WS-CUR-STR-KEY TO WS-STR-KEY(WS-FOUND-INDEX)
007090         MOVE ZERO TO WS-STR-SELECTED(WS-FOUND-INDEX)
007100         MOVE ZERO TO WS-STR-PASSED(WS-FOUND-INDEX)
007110         MOVE ZERO TO WS-STR-FAILED(WS-FOUND-INDEX)
007120         MOVE ZERO TO WS-STR-PENDING(WS-FOUND-INDEX)
007130         MOVE ZERO TO WS-STR-DIFFERS(WS-FOUND-INDEX)
007140     END-IF.
007150*
007160     ADD 1 TO WS-STR-SELECTED(WS-FOUND-INDEX).
007170     EVALUATE TRUE
007180         WHEN SR-FINDING-PASSED
007190             ADD 1 TO WS-STR-PASSED(WS-FOUND-INDEX)
007200         WHEN SR-FINDING-FAILED
007210             ADD 1 TO WS-STR-FAILED(WS-FOUND-INDEX)
007220         WHEN OTHER
007230             ADD 1 TO WS-STR-PENDING(WS-FOUND-INDEX)
007240     END-EVALUATE.
007250     IF SR-CHECK-DIFFERS
007260         ADD 1 TO WS-STR-DIFFERS(WS-FOUND-INDEX)
007270     END-IF.
007280*
007290 6200-EXIT.
007300     EXIT.
007310*
007320*===============================================================
007330*    6210-CHECK-ONE-STRATUM
007340*===============================================================
007350 6210-CHECK-ONE-STRATUM.
007360*
007370     IF WS-STR-KEY(WS-STR-IDX) = WS-CUR-STR-KEY
007380         MOVE WS-STR-IDX TO WS-FOUND-INDEX
007390     END-IF.
007400*
007410 6210-EXIT.
007420     EXIT.
007430*
007440*===============================================================
007450*    6300-PRINT-ONE-STRATUM
007460*===============================================================
007470 6300-PRINT-ONE-STRATUM.
007480*
007490     MOVE WS-STR-FILE-ID(WS-STR-IDX)  TO WS-STL-FILE.
007500     MOVE WS-STR-BRANCH(WS-STR-IDX)   TO WS-STL-BRANCH.
007510     MOVE WS-STR-BAND(WS-STR-IDX)     TO WS-STL-BAND.
007520     MOVE WS-STR-SELECTED(WS-STR-IDX) TO WS-STL-SELECTED.
007530     MOVE WS-STR-PASSED(WS-STR-IDX)   TO WS-STL-PASSED.
007540     MOVE WS-STR-FAILED(WS-STR-IDX)   TO WS-STL-FAILED.
007550     MOVE WS-STR-PENDING(WS-STR-IDX)  TO WS-STL-PENDING.
007560     MOVE WS-STR-DIFFERS(WS-STR-IDX)  TO WS-STL-DIFFERS.
007570     WRITE REPORT-RECORD FROM WS-STRATUM-LINE.
007580*
007590     ADD WS-STR-SELECTED(WS-STR-IDX) TO WS-TOT-SEL-COUNT.
007600     ADD WS-STR-PASSED(WS-STR-IDX)   TO WS-TOT-PASS-COUNT.
007610     ADD WS-STR-FAILED(WS-STR-IDX)   TO WS-TOT-FAIL-COUNT.
007620     ADD WS-STR-PENDING(WS-STR-IDX)  TO WS-TOT-PEND-COUNT.
007630     ADD WS-STR-DIFFERS(WS-STR-IDX)  TO WS-TOT-DIFF-COUNT.
007640*
007650 6300-EXIT.
007660     EXIT.
007670*
007680*===============================================================
007690*    6400-PRINT-PERIOD-TOTAL
007700*===============================================================
007710 6400-PRINT-PERIOD-TOTAL.
007720*
007730*    THE EXCEPTION RATE IS FAILURES AS A PERCENTAGE OF THE
007740*    SAMPLES TESTED SO FAR (PASSED PLUS FAILED).
007750*
007760     MOVE WS-TOT-SEL-COUNT  TO WS-PTL-SELECTED.
007770     MOVE WS-TOT-PASS-COUNT TO WS-PTL-PASSED.
007780     MOVE WS-TOT-FAIL-COUNT TO WS-PTL-FAILED.
007790     MOVE WS-TOT-PEND-COUNT TO WS-PTL-PENDING.
007800     MOVE WS-TOT-DIFF-COUNT TO WS-PTL-DIFFERS.
007810     WRITE REPORT-RECORD FROM WS-PERIOD-TOTAL-LINE.
007820*
007830     COMPUTE WS-TESTED-COUNT =
007840         WS-TOT-PASS-COUNT + WS-TOT-FAIL-COUNT.
007850     IF WS-TESTED-COUNT = ZERO
007860         MOVE ZERO TO WS-EXCEPTION-RATE
007870     ELSE
007880         COMPUTE WS-EXCEPTION-RATE ROUNDED =
007890             (WS-TOT-FAIL-COUNT * 100) / WS-TESTED-COUNT
007900     END-IF.
007910     MOVE WS-EXCEPTION-RATE TO WS-RTL-RATE.
007920     MOVE WS-TESTED-COUNT   TO WS-RTL-TESTED.
007930     WRITE REPORT-RECORD FROM WS-RATE-LINE.
007940*
007950     IF WS-OTHER-COUNT > ZERO
007960         MOVE 'MORE THAN 100 STRATA - SOME SAMPLES NOT SHOWN'
007970             TO WS-MSG-TEXT
007980         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
007990     END-IF.
008000*
008010 6400-EXIT.
008020     EXIT.
008030*
008040*===============================================================
008050*    6500-LIST-ONE-FAILURE
008060*===============================================================
008070 6500-LIST-ONE-FAILURE.
008080*
008090     READ SAMPLE-REG-FILE NEXT RECORD
008100         AT END
008110             SET SCAN-DONE TO TRUE
008120             GO TO 6500-EXIT
008130     END-READ.
008140     IF SR-PERIOD NOT = WS-SUMMARY-PERIOD
008150         SET SCAN-DONE TO TRUE
008160         GO TO 6500-EXIT
008170     END-IF.
008180     IF NOT SR-FINDING-FAILED
008190         GO TO 6500-EXIT
008200     END-IF.
008210*
008220     MOVE SR-SAMPLE-NO       TO WS-FLL-SAMPLE-NO.
008230     MOVE SR-SOURCE          TO WS-FLL-SOURCE.
008240     MOVE SR-POSITION        TO WS-FLL-POSITION.
008250     MOVE SR-FINDING-USER    TO WS-FLL-USER.
008260     MOVE SR-FINDING-DATE    TO WS-FLL-DATE.
008270     MOVE SR-FINDING-NOTE    TO WS-FLL-NOTE.
008280     WRITE REPORT-RECORD FROM WS-FAILED-LINE.
008290*
008300 6500-EXIT.
008310     EXIT.
008320*
008330*===============================================================
008340*    7000-WRITE-SECTION
008350*===============================================================
008360 7000-WRITE-SECTION.
008370*
008380     MOVE SPACES TO REPORT-RECORD.
008390     WRITE REPORT-RECORD.
008400     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
008410*
008420 7000-EXIT.
008430     EXIT.
008440*
008450*===============================================================
008460*    9000-TERMINATE
008470*===============================================================
008480 9000-TERMINATE.
008490*
008500     CLOSE REPORT-FILE.
008510     IF FIND-TXN-IS-OPEN
008520         CLOSE FIND-TXN-FILE
008530     END-IF.
008540     IF SAMPLE-REG-IS-OPEN
008550         CLOSE SAMPLE-REG-FILE
008560         CLOSE FIND-LOG-FILE
008570     END-IF.
008580     IF OPER-REG-IS-OPEN
008590         CLOSE OPER-REG-FILE
008600     END-IF.
008610*
008620     DISPLAY 'CXB40152 TRANSACTIONS READ: ' WS-TXN-COUNT.
008630     DISPLAY 'CXB40152 FINDINGS APPLIED:  ' WS-APPLIED-COUNT.
008640     DISPLAY 'CXB40152 FINDINGS REJECTED: ' WS-REJECT-COUNT.
008650*
008660 9000-EXIT.
008670     EXIT.
