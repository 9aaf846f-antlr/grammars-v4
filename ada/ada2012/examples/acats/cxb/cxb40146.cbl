000100* CXB40146.CBL
000110*
000120*     PROGRAM:  CXB40146   ("Period_Close")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Month-end close for the accounting periods, so work
000160*          dated in a month already billed by CXB40125 and
000170*          extracted by CXB40124 can no longer land in it
000180*          unannounced.  Reads close and reopen transactions
000190*          from PERIODTXN (one per record: action, period
000200*          CCYYMM, the operator making the change, and a
000210*          reason) and maintains the PERIODCTL keyed period
000220*          control file (CXBPERD layout) that every posting
000230*          program consults through the CXB40147 period-check
000240*          service.
000250*
000260*          A close (action C) is refused unless the month is
000270*          really finished.  Every business date in it - every
000280*          weekday not on the HOLCAL holiday calendar, the
000290*          days CXB40118 rolls the date through - must:
000300*
000310*            - already have been worked, that is be no later
000320*              than the current business date;
000330*            - carry a clean CXB40116 balancing verdict in
000340*              RUNCTL for every cycle worked: cycle 1 must be
000350*              on record, and each cycle on record must have
000360*              ended with RETURN-CODE zero;
000370*            - have its ledger transmission on the LEDGREG
000380*              register kept by CXB40124, with every entry for
000390*              the date acknowledged ('A').
000400*
000410*          Each business date that falls short is listed on
000420*          PERIODRPT with the reason, and the close is refused
000430*          with RETURN-CODE 8.  A month that passes is marked
000440*          closed with the closing date, time, and operator.
000450*          From then on the posting programs carry any work
000460*          dated in it forward into the next open period as a
000470*          prior-period adjustment, or refuse it.
000480*
000490*          A reopen (action R) marks a closed period open again
000500*          and counts the reopen on the record.
000510*
000520*          The operator id on every transaction is validated
000530*          against the OPERREG registry the way CXB40144
000540*          validates branch changes: an unknown or inactive id
000550*          rejects the transaction.  A close takes authority
000560*          level 1.  A reopen, which lets work back into a
000570*          month already billed and extracted, takes level 2.
000580*          With the registry unavailable every transaction is
000590*          rejected, so the check fails closed.  Every close
000600*          and reopen applied is appended to the PERIODLOG log
000610*          with the old and new status and the reason given.
000620*
000630*     INPUTS:
000640*          PERIODTXN  - sequential close/reopen transactions.
000650*          OPERREG    - keyed operator registry maintained by
000660*                       CXB40123.
000670*          RUNCTL     - keyed run registry (CXB40116 verdicts).
000680*          LEDGREG    - ledger transmission register written
000690*                       by CXB40124.
000700*          HOLCAL     - holiday calendar, one CCYYMMDD date
000710*                       per record.
000720*
000730*     OUTPUTS:
000740*          PERIODCTL  - keyed period control file (CXBPERD
000750*                       layout) read by CXB40147.
000760*          PERIODLOG  - sequential change log, appended across
000770*                       runs.
000780*          PERIODRPT  - what was asked for, what was done, and
000790*                       every business date that stopped a
000800*                       close.
000810*
000820*     CHANGE HISTORY:
000830*       15 OCT 2026   DPO   Initial release.
000840*       15 OCT 2026   DPO   LEDGREG entries grow to 48 bytes
000850*                           with the batch type and
000860*                           reprocessing number; every batch
000870*                           of a date must be acknowledged.
000880*       15 OCT 2026   DPO   PERIODTXN, PERIODCTL and PERIODLOG are
000890*                           closed only if they opened.
000900*
000910 IDENTIFICATION DIVISION.
000920 PROGRAM-ID. CXB40146.
000930 AUTHOR. DATA-PROCESSING-OPERATIONS.
000940 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000950 DATE-WRITTEN. 15 OCT 2026.
000960 DATE-COMPILED.
000970*
000980 ENVIRONMENT DIVISION.
000990 INPUT-OUTPUT SECTION.
001000 FILE-CONTROL.
001010     SELECT PERIOD-TXN-FILE ASSIGN TO "PERIODTXN"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-TXN-STATUS.
001040     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS RANDOM
001070         RECORD KEY IS PC-PERIOD-KEY
001080         FILE STATUS IS WS-PERD-STATUS.
001090     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS RANDOM
001120         RECORD KEY IS OP-OPERATOR-ID
001130         FILE STATUS IS WS-OPER-STATUS.
001140     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS RANDOM
001170         RECORD KEY IS RN-RUN-KEY
001180         FILE STATUS IS WS-RUN-STATUS.
001190     SELECT REGISTER-FILE ASSIGN TO "LEDGREG"
001200         ORGANIZATION IS SEQUENTIAL
001210         FILE STATUS IS WS-LREG-STATUS.
001220     SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WS-HOL-STATUS.
001250     SELECT PERIOD-LOG-FILE ASSIGN TO "PERIODLOG"
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS WS-LOG-STATUS.
001280     SELECT REPORT-FILE ASSIGN TO "PERIODRPT"
001290         ORGANIZATION IS SEQUENTIAL.
001300*
001310 DATA DIVISION.
001320 FILE SECTION.
001330 FD  PERIOD-TXN-FILE
001340     RECORDING MODE IS F.
001350 01  PERIOD-TXN-RECORD.
001360     05  TX-ACTION             PIC X(01).
001370         88  TX-CLOSE                          VALUE 'C'.
001380         88  TX-REOPEN                         VALUE 'R'.
001390     05  TX-PERIOD             PIC 9(06).
001400     05  TX-PERIOD-PARTS REDEFINES TX-PERIOD.
001410         10  TX-PERIOD-CCYY    PIC 9(04).
001420         10  TX-PERIOD-MM      PIC 9(02).
001430     05  TX-USER-ID            PIC X(08).
001440     05  TX-REASON             PIC X(40).
001450*
001460 FD  PERIOD-CONTROL-FILE
001470     RECORDING MODE IS F.
001480 01  PERIOD-CONTROL-RECORD.
001490     COPY CXBPERD
001500         REPLACING LEADING ==CXB-PC== BY ==PC==.
001510*
001520*    OPERREG IS THE OPERATOR REGISTRY MAINTAINED BY CXB40123;
001530*    EVERY TRANSACTION'S OPERATOR ID IS VALIDATED AGAINST IT
001540*    BEFORE THE CHANGE IS APPLIED.
001550*
001560 FD  OPER-REG-FILE
001570     RECORDING MODE IS F.
001580 01  OPER-REG-RECORD.
001590     COPY CXBOPER
001600         REPLACING LEADING ==CXB-OP== BY ==OP==.
001610*
001620 FD  RUN-CONTROL-FILE
001630     RECORDING MODE IS F.
001640 01  RUN-CONTROL-RECORD.
001650     COPY CXBRUNC
001660         REPLACING LEADING ==CXB-RUN== BY ==RN-RUN==.
001670*
001680*    LEDGREG IS THE CXB40124 TRANSMISSION REGISTER, ONE ENTRY
001690*    PER BATCH SENT FOR A BUSINESS DATE AND CYCLE - MORE THAN
001700*    ONE WHEN THE DATE HAS BEEN REPROCESSED.
001710*
001720 FD  REGISTER-FILE
001730     RECORDING MODE IS F.
001740 01  REGISTER-RECORD.
001750     05  LR-BUSINESS-DATE      PIC 9(08).
001760     05  LR-CYCLE              PIC 9(02).
001770     05  LR-RECORD-COUNT       PIC 9(09).
001780     05  LR-AMOUNT-TOTAL       PIC S9(13)V99
001790                               SIGN IS LEADING SEPARATE.
001800     05  LR-STATUS             PIC X(01).
001810         88  LR-SENT                           VALUE 'S'.
001820         88  LR-ACKNOWLEDGED                   VALUE 'A'.
001830     05  LR-POST-DATE          PIC 9(08).
001840     05  LR-PPA-FLAG           PIC X(01).
001850     05  LR-BATCH-TYPE         PIC X(01).
001860     05  LR-REPRO-SEQ          PIC 9(02).
001870*
001880 FD  HOLIDAY-FILE
001890     RECORDING MODE IS F.
001900 01  HOLIDAY-RECORD.
001910     05  HL-HOLIDAY-DATE       PIC 9(08).
001920*
001930 FD  PERIOD-LOG-FILE
001940     RECORDING MODE IS F.
001950 01  PERIOD-LOG-RECORD.
001960     05  LG-CHANGE-DATE        PIC 9(08).
001970     05  LG-CHANGE-TIME        PIC 9(08).
001980     05  LG-USER-ID            PIC X(08).
001990     05  LG-ACTION             PIC X(01).
002000     05  LG-PERIOD             PIC 9(06).
002010     05  LG-OLD-STATUS         PIC X(01).
002020     05  LG-NEW-STATUS         PIC X(01).
002030     05  LG-REOPEN-COUNT       PIC 9(03).
002040     05  LG-REASON             PIC X(40).
002050*
002060 FD  REPORT-FILE
002070     RECORDING MODE IS F.
002080 01  REPORT-RECORD             PIC X(80).
002090*
002100 WORKING-STORAGE SECTION.
002110*
002120*    STANDALONE COUNTERS AND SWITCHES
002130*
002140 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40146'.
002150*
002160 77  WS-TXN-COUNT              PIC 9(09)  COMP VALUE ZERO.
002170 77  WS-APPLIED-COUNT          PIC 9(09)  COMP VALUE ZERO.
002180 77  WS-REJECT-COUNT           PIC 9(09)  COMP VALUE ZERO.
002190*
002200 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
002210     88  END-OF-TXNS                         VALUE 'Y'.
002220     88  NOT-END-OF-TXNS                     VALUE 'N'.
002230 77  WS-HOL-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002240     88  END-OF-HOLIDAYS                     VALUE 'Y'.
002250     88  NOT-END-OF-HOLIDAYS                 VALUE 'N'.
002260 77  WS-REG-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002270     88  END-OF-REGISTER                     VALUE 'Y'.
002280     88  NOT-END-OF-REGISTER                 VALUE 'N'.
002290*
002300 77  WS-TXN-STATUS             PIC X(02)  VALUE SPACES.
002310     88  WS-TXN-FILE-OK                      VALUE '00'.
002320 77  WS-PERD-STATUS            PIC X(02)  VALUE SPACES.
002330     88  WS-PERD-FILE-OK                     VALUE '00'.
002340     88  WS-PERD-NOT-FOUND                   VALUE '35'.
002350     88  WS-PERD-REC-MISSING                 VALUE '23'.
002360 77  WS-OPER-STATUS            PIC X(02)  VALUE SPACES.
002370     88  WS-OPER-FILE-OK                     VALUE '00'.
002380 77  WS-RUN-STATUS             PIC X(02)  VALUE SPACES.
002390     88  WS-RUN-FILE-OK                      VALUE '00'.
002400 77  WS-LREG-STATUS            PIC X(02)  VALUE SPACES.
002410     88  WS-LREG-FILE-OK                     VALUE '00'.
002420     88  WS-LREG-NOT-FOUND                   VALUE '35'.
002430 77  WS-HOL-STATUS             PIC X(02)  VALUE SPACES.
002440     88  WS-HOL-FILE-OK                      VALUE '00'.
002450 77  WS-LOG-STATUS             PIC X(02)  VALUE SPACES.
002460     88  WS-LOG-FILE-OK                      VALUE '00'.
002470     88  WS-LOG-NOT-FOUND                    VALUE '35'.
002480*
002490 77  WS-OPER-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
002500     88  OPER-REG-IS-OPEN                    VALUE 'Y'.
002510     88  OPER-REG-NOT-OPEN                   VALUE 'N'.
002520 77  WS-RUN-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
002530     88  RUN-REG-IS-OPEN                     VALUE 'Y'.
002540     88  RUN-REG-NOT-OPEN                    VALUE 'N'.
002550 77  WS-TXN-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
002560     88  PERIOD-TXN-IS-OPEN                  VALUE 'Y'.
002570     88  PERIOD-TXN-NOT-OPEN                 VALUE 'N'.
002580 77  WS-PERD-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
002590     88  PERIOD-CTL-IS-OPEN                  VALUE 'Y'.
002600     88  PERIOD-CTL-NOT-OPEN                 VALUE 'N'.
002610 77  WS-LOG-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
002620     88  PERIOD-LOG-IS-OPEN                  VALUE 'Y'.
002630     88  PERIOD-LOG-NOT-OPEN                 VALUE 'N'.
002640*
002650 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
002660 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
002670 77  WS-CURRENT-PERIOD         PIC 9(06)  VALUE ZERO.
002680*
002690*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
002700*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
002710*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
002720*
002730 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
002740*
002750 77  WS-VALID-SWITCH           PIC X(01)  VALUE 'Y'.
002760     88  TXN-IS-VALID                        VALUE 'Y'.
002770     88  TXN-NOT-VALID                       VALUE 'N'.
002780 77  WS-RECORD-EXISTS-SWITCH   PIC X(01)  VALUE 'N'.
002790     88  PERIOD-RECORD-EXISTS                VALUE 'Y'.
002800     88  PERIOD-RECORD-NEW                   VALUE 'N'.
002810 77  WS-NEEDED-AUTHORITY       PIC 9(01)  VALUE ZERO.
002820 77  WS-OLD-STATUS             PIC X(01)  VALUE SPACE.
002830 77  WS-RESULT-TEXT            PIC X(60)  VALUE SPACES.
002840*
002850*    HOLIDAY TABLE, LOADED FROM HOLCAL AT INITIALIZATION
002860*
002870 77  WS-HOL-MAX                PIC 9(03)  COMP VALUE 100.
002880 77  WS-HOL-COUNT              PIC 9(03)  COMP VALUE ZERO.
002890 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
002900 77  WS-HOLIDAY-SWITCH         PIC X(01)  VALUE 'N'.
002910     88  DAY-IS-HOLIDAY                      VALUE 'Y'.
002920     88  DAY-NOT-HOLIDAY                     VALUE 'N'.
002930 01  WS-HOLIDAY-TABLE.
002940     05  WS-HOLIDAY-DATE OCCURS 100 TIMES
002950                               PIC 9(08).
002960*
002970*    IN-CORE COPY OF THE LEDGREG REGISTER: ONLY THE DATE AND
002980*    THE STATUS OF EACH ENTRY ARE NEEDED HERE.
002990*
003000 77  WS-REG-MAX                PIC 9(03)  COMP VALUE 500.
003010 77  WS-REG-COUNT              PIC 9(03)  COMP VALUE ZERO.
003020 01  WS-REGISTER-TABLE.
003030     05  WS-REG-ENTRY OCCURS 500 TIMES.
003040         10  WS-TBL-BUSINESS-DATE  PIC 9(08).
003050         10  WS-TBL-STATUS         PIC X(01).
003060*
003070*    THE MONTH-END CHECK: THE DATE BEING TRIED, WITH ITS PARTS
003080*    VIEW, THE DAYS-IN-MONTH TABLE AND THE FULL GREGORIAN
003090*    LEAP-YEAR RULE, AND THE TALLIES FOR THE MONTH.
003100*
003110 01  WS-WORK-DATE              PIC 9(08)  VALUE ZERO.
003120 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
003130     05  WS-WORK-CCYY          PIC 9(04).
003140     05  WS-WORK-MM            PIC 9(02).
003150     05  WS-WORK-DD            PIC 9(02).
003160 77  WS-MONTH-DAYS             PIC 9(02)  VALUE ZERO.
003170 77  WS-DAY-IDX                PIC 9(02)  VALUE ZERO.
003180 77  WS-DAYS-CHECKED           PIC 9(03)  COMP VALUE ZERO.
003190 77  WS-DAYS-FAILED            PIC 9(03)  COMP VALUE ZERO.
003200 77  WS-DAY-FAIL-SWITCH        PIC X(01)  VALUE 'N'.
003210     88  DAY-HAS-FAILED                      VALUE 'Y'.
003220     88  DAY-IS-READY                        VALUE 'N'.
003230 77  WS-LEAP-SWITCH            PIC X(01)  VALUE 'N'.
003240     88  YEAR-IS-LEAP                        VALUE 'Y'.
003250     88  YEAR-NOT-LEAP                       VALUE 'N'.
003260*
003270 01  WS-MONTH-DAY-LIST         PIC X(24)
003280         VALUE '312831303130313130313031'.
003290 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-LIST.
003300     05  WS-MONTH-DAY OCCURS 12 TIMES
003310                               PIC 9(02).
003320*
003330*    BALANCING VERDICT CHECK: CYCLES ARE TRIED FROM 1 UNTIL
003340*    ONE IS NOT ON RECORD.
003350*
003360 77  WS-CYCLE-LIMIT            PIC 9(02)  VALUE 9.
003370 77  WS-CYCLE-IDX              PIC 9(02)  VALUE ZERO.
003380 77  WS-CYCLE-SWITCH           PIC X(01)  VALUE 'N'.
003390     88  CYCLE-ON-RECORD                     VALUE 'Y'.
003400     88  CYCLE-NOT-ON-RECORD                 VALUE 'N'.
003410*
003420*    PRINTABLE COPIES OF THE DAY TALLIES FOR THE RESULT LINE
003430*
003440 77  WS-DAYS-CHECKED-OUT       PIC ZZ9.
003450 77  WS-DAYS-FAILED-OUT        PIC ZZ9.
003460*
003470*    LEDGER CHECK TALLIES FOR ONE DATE
003480*
003490 77  WS-LEDGER-ENTRIES         PIC 9(03)  COMP VALUE ZERO.
003500 77  WS-LEDGER-UNACKED         PIC 9(03)  COMP VALUE ZERO.
003510*
003520*    DAY-OF-WEEK WORK FIELDS (ZELLER'S CONGRUENCE, THE SAME
003530*    ROUTINE CXB40118 ROLLS THE DATE WITH; 0 = SATURDAY,
003540*    1 = SUNDAY).
003550*
003560 77  WS-Z-YEAR                 PIC 9(04)  COMP VALUE ZERO.
003570 77  WS-Z-MONTH                PIC 9(02)  COMP VALUE ZERO.
003580 77  WS-Z-CENTURY              PIC 9(02)  COMP VALUE ZERO.
003590 77  WS-Z-YY                   PIC 9(02)  COMP VALUE ZERO.
003600 77  WS-Z-TERM                 PIC 9(04)  COMP VALUE ZERO.
003610 77  WS-Z-SUM                  PIC 9(06)  COMP VALUE ZERO.
003620 77  WS-Z-QUOTIENT             PIC 9(06)  COMP VALUE ZERO.
003630 77  WS-DAY-OF-WEEK            PIC 9(01)  VALUE ZERO.
003640*
003650*    REPORT LINE LAYOUTS
003660*
003670 01  WS-HEADING-LINE.
003680     05  FILLER                PIC X(35)
003690         VALUE "CXB40146 PERIOD CONTROL      DATE=".
003700     05  WS-HDG-DATE           PIC 9(08).
003710*
003720 01  WS-TXN-LINE.
003730     05  FILLER                PIC X(07) VALUE "PERIOD ".
003740     05  WS-TXL-PERIOD         PIC X(06).
003750     05  FILLER                PIC X(01) VALUE SPACE.
003760     05  WS-TXL-ACTION         PIC X(06).
003770     05  FILLER                PIC X(14)
003780         VALUE " REQUESTED BY ".
003790     05  WS-TXL-USER           PIC X(08).
003800*
003810 01  WS-FAIL-LINE.
003820     05  FILLER                PIC X(04) VALUE SPACES.
003830     05  WS-FLL-DATE           PIC 9(08).
003840     05  FILLER                PIC X(02) VALUE SPACES.
003850     05  WS-FLL-REASON         PIC X(50).
003860*
003870 01  WS-RESULT-LINE.
003880     05  FILLER                PIC X(04) VALUE SPACES.
003890     05  WS-RSL-TEXT           PIC X(60).
003900*
003910 PROCEDURE DIVISION.
003920*
003930*===============================================================
003940*    0000-MAINLINE
003950*===============================================================
003960 0000-MAINLINE.
003970*
003980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003990*
004000     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
004010         UNTIL END-OF-TXNS.
004020*
004030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004040*
004050     STOP RUN.
004060*
004070*===============================================================
004080*    1000-INITIALIZE
004090*===============================================================
004100 1000-INITIALIZE.
004110*
004120     CALL 'CXB40117' USING WS-RUN-DATE
004130                            WS-BDAT-RESULT.
004140     ACCEPT WS-RUN-TIME FROM TIME.
004150     MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-PERIOD.
004160*
004170     OPEN OUTPUT REPORT-FILE.
004180     MOVE WS-RUN-DATE TO WS-HDG-DATE.
004190     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
004200*
004210     OPEN INPUT PERIOD-TXN-FILE.
004220     IF NOT WS-TXN-FILE-OK
004230         DISPLAY 'CXB40146 PERIODTXN NOT AVAILABLE, STATUS='
004240             WS-TXN-STATUS
004250         SET END-OF-TXNS TO TRUE
004260         MOVE 8 TO RETURN-CODE
004270         GO TO 1000-EXIT
004280     END-IF.
004290     SET PERIOD-TXN-IS-OPEN TO TRUE.
004300*
004310     OPEN I-O PERIOD-CONTROL-FILE.
004320     IF NOT WS-PERD-FILE-OK AND WS-PERD-NOT-FOUND
004330         CLOSE PERIOD-CONTROL-FILE
004340         OPEN OUTPUT PERIOD-CONTROL-FILE
004350         CLOSE PERIOD-CONTROL-FILE
004360         OPEN I-O PERIOD-CONTROL-FILE
004370     END-IF.
004380     IF NOT WS-PERD-FILE-OK
004390         DISPLAY 'CXB40146 PERIODCTL OPEN FAILED, STATUS='
004400             WS-PERD-STATUS
004410         SET END-OF-TXNS TO TRUE
004420         MOVE 8 TO RETURN-CODE
004430         GO TO 1000-EXIT
004440     END-IF.
004450     SET PERIOD-CTL-IS-OPEN TO TRUE.
004460*
004470*    THE OPERATOR REGISTRY IS OPENED FIRST-CLASS: WITH THE
004480*    REGISTRY DOWN EVERY TRANSACTION IS REJECTED, SO THE
004490*    WHO-IS-ALLOWED CHECK FAILS CLOSED.
004500*
004510     OPEN INPUT OPER-REG-FILE.
004520     IF WS-OPER-FILE-OK
004530         SET OPER-REG-IS-OPEN TO TRUE
004540     ELSE
004550         DISPLAY 'CXB40146 OPERREG NOT AVAILABLE, STATUS='
004560             WS-OPER-STATUS
004570         DISPLAY 'CXB40146 ALL CHANGES WILL BE REJECTED'
004580     END-IF.
004590*
004600*    WITHOUT THE RUN REGISTRY NO BALANCING VERDICT CAN BE
004610*    PROVEN, SO EVERY CLOSE IS REFUSED; A REOPEN DOES NOT NEED
004620*    IT.
004630*
004640     OPEN INPUT RUN-CONTROL-FILE.
004650     IF WS-RUN-FILE-OK
004660         SET RUN-REG-IS-OPEN TO TRUE
004670     ELSE
004680         DISPLAY 'CXB40146 RUNCTL NOT AVAILABLE, STATUS='
004690             WS-RUN-STATUS
004700         DISPLAY 'CXB40146 NO PERIOD CAN BE CLOSED'
004710     END-IF.
004720*
004730     OPEN INPUT HOLIDAY-FILE.
004740     IF WS-HOL-FILE-OK
004750         PERFORM 1100-LOAD-HOLIDAY THRU 1100-EXIT
004760             UNTIL END-OF-HOLIDAYS
004770         CLOSE HOLIDAY-FILE
004780     END-IF.
004790*
004800     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
004810*
004820     OPEN EXTEND PERIOD-LOG-FILE.
004830     IF NOT WS-LOG-FILE-OK AND WS-LOG-NOT-FOUND
004840         CLOSE PERIOD-LOG-FILE
004850         OPEN OUTPUT PERIOD-LOG-FILE
004860     END-IF.
004870     IF WS-LOG-FILE-OK
004880         SET PERIOD-LOG-IS-OPEN TO TRUE
004890     END-IF.
004900*
004910     READ PERIOD-TXN-FILE
004920         AT END
004930             SET END-OF-TXNS TO TRUE
004940     END-READ.
004950*
004960 1000-EXIT.
004970     EXIT.
004980*
004990*===============================================================
005000*    1100-LOAD-HOLIDAY
005010*===============================================================
005020 1100-LOAD-HOLIDAY.
005030*
005040     READ HOLIDAY-FILE
005050         AT END
005060             SET END-OF-HOLIDAYS TO TRUE
005070             GO TO 1100-EXIT
005080     END-READ.
005090*
005100     IF WS-HOL-COUNT >= WS-HOL-MAX
005110         DISPLAY 'CXB40146 HOLIDAY TABLE FULL - '
005120             HL-HOLIDAY-DATE ' IGNORED'
005130         GO TO 1100-EXIT
005140     END-IF.
005150*
005160     ADD 1 TO WS-HOL-COUNT.
005170     MOVE HL-HOLIDAY-DATE TO WS-HOLIDAY-DATE(WS-HOL-COUNT).
005180*
005190 1100-EXIT.
005200     EXIT.
005210*
005220*===============================================================
005230*    1200-LOAD-REGISTER
005240*===============================================================
005250 1200-LOAD-REGISTER.
005260*
005270*    A MISSING OR UNREADABLE REGISTER LEAVES THE TABLE EMPTY,
005280*    SO EVERY BUSINESS DATE SHOWS NO LEDGER TRANSMISSION AND
005290*    NO CLOSE CAN PASS.
005300*
005310     SET NOT-END-OF-REGISTER TO TRUE.
005320     OPEN INPUT REGISTER-FILE.
005330     IF NOT WS-LREG-FILE-OK
005340         IF NOT WS-LREG-NOT-FOUND
005350             DISPLAY 'CXB40146 LEDGREG NOT AVAILABLE, STATUS='
005360                 WS-LREG-STATUS
005370         END-IF
005380         GO TO 1200-EXIT
005390     END-IF.
005400*
005410     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
005420         UNTIL END-OF-REGISTER.
005430     CLOSE REGISTER-FILE.
005440*
005450 1200-EXIT.
005460     EXIT.
005470*
005480*===============================================================
005490*    1210-LOAD-ONE-ENTRY
005500*===============================================================
005510 1210-LOAD-ONE-ENTRY.
005520*
005530     READ REGISTER-FILE
005540         AT END
005550             SET END-OF-REGISTER TO TRUE
005560             GO TO 1210-EXIT
005570     END-READ.
005580*
005590     IF WS-REG-COUNT >= WS-REG-MAX
005600         DISPLAY 'CXB40146 LEDGREG TABLE FULL - ENTRY FOR '
005610             LR-BUSINESS-DATE ' IGNORED'
005620         GO TO 1210-EXIT
005630     END-IF.
005640*
005650     ADD 1 TO WS-REG-COUNT.
005660     MOVE LR-BUSINESS-DATE TO WS-TBL-BUSINESS-DATE(WS-REG-COUNT).
005670     MOVE LR-STATUS        TO WS-TBL-STATUS(WS-REG-COUNT).
005680*
005690 1210-EXIT.
005700     EXIT.
005710*
005720*===============================================================
005730*    2000-PROCESS-TXN
005740*===============================================================
005750 2000-PROCESS-TXN.
005760*
005770     ADD 1 TO WS-TXN-COUNT.
005780     MOVE SPACES TO WS-RESULT-TEXT.
005790*
005800     MOVE SPACES TO REPORT-RECORD.
005810     WRITE REPORT-RECORD.
005820     MOVE TX-PERIOD  TO WS-TXL-PERIOD.
005830     MOVE TX-USER-ID TO WS-TXL-USER.
005840     EVALUATE TRUE
005850         WHEN TX-CLOSE
005860             MOVE 'CLOSE'  TO WS-TXL-ACTION
005870         WHEN TX-REOPEN
005880             MOVE 'REOPEN' TO WS-TXL-ACTION
005890         WHEN OTHER
005900             MOVE TX-ACTION TO WS-TXL-ACTION
005910     END-EVALUATE.
005920     WRITE REPORT-RECORD FROM WS-TXN-LINE.
005930*
005940     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
005950*
005960     IF TXN-IS-VALID AND TX-CLOSE
005970         PERFORM 4000-CHECK-MONTH THRU 4000-EXIT
005980     END-IF.
005990*
006000     IF TXN-IS-VALID
006010         IF TX-CLOSE
006020             PERFORM 5000-APPLY-CLOSE THRU 5000-EXIT
006030         ELSE
006040             PERFORM 5500-APPLY-REOPEN THRU 5500-EXIT
006050         END-IF
006060     ELSE
006070         ADD 1 TO WS-REJECT-COUNT
006080         MOVE 8 TO RETURN-CODE
006090     END-IF.
006100*
006110     MOVE WS-RESULT-TEXT TO WS-RSL-TEXT.
006120     WRITE REPORT-RECORD FROM WS-RESULT-LINE.
006130*
006140     READ PERIOD-TXN-FILE
006150         AT END
006160             SET END-OF-TXNS TO TRUE
006170     END-READ.
006180*
006190 2000-EXIT.
006200     EXIT.
006210*
006220*===============================================================
006230*    3000-VALIDATE-TXN
006240*===============================================================
006250 3000-VALIDATE-TXN.
006260*
006270     SET TXN-IS-VALID TO TRUE.
006280*
006290     IF NOT TX-CLOSE AND NOT TX-REOPEN
006300         DISPLAY 'CXB40146 ' TX-PERIOD
006310             ' ACTION "' TX-ACTION '" NOT C OR R - REJECTED'
006320         MOVE 'REJECTED - ACTION NOT C OR R' TO WS-RESULT-TEXT
006330         SET TXN-NOT-VALID TO TRUE
006340         GO TO 3000-EXIT
006350     END-IF.
006360     IF TX-PERIOD NOT NUMERIC
006370         OR TX-PERIOD-MM < 1 OR TX-PERIOD-MM > 12
006380         DISPLAY 'CXB40146 PERIOD "' TX-PERIOD
006390             '" NOT A MONTH CCYYMM - REJECTED'
006400         MOVE 'REJECTED - PERIOD NOT A MONTH CCYYMM'
006410             TO WS-RESULT-TEXT
006420         SET TXN-NOT-VALID TO TRUE
006430         GO TO 3000-EXIT
006440     END-IF.
006450*
006460     PERFORM 3500-VALIDATE-OPERATOR THRU 3500-EXIT.
006470     IF TXN-NOT-VALID
006480         GO TO 3000-EXIT
006490     END-IF.
006500*
006510     MOVE TX-PERIOD TO PC-PERIOD.
006520     READ PERIOD-CONTROL-FILE.
006530     IF WS-PERD-FILE-OK
006540         SET PERIOD-RECORD-EXISTS TO TRUE
006550         MOVE PC-STATUS TO WS-OLD-STATUS
006560     ELSE
006570         SET PERIOD-RECORD-NEW TO TRUE
006580         MOVE 'O' TO WS-OLD-STATUS
006590     END-IF.
006600     IF NOT WS-PERD-FILE-OK AND NOT WS-PERD-REC-MISSING
006610         DISPLAY 'CXB40146 PERIODCTL READ FAILED FOR '
006620             TX-PERIOD ', STATUS=' WS-PERD-STATUS
006630         MOVE 'REJECTED - PERIOD CONTROL FILE ERROR'
006640             TO WS-RESULT-TEXT
006650         SET TXN-NOT-VALID TO TRUE
006660         GO TO 3000-EXIT
006670     END-IF.
006680*
006690     IF TX-REOPEN
006700         IF WS-OLD-STATUS NOT = 'C'
006710             DISPLAY 'CXB40146 ' TX-PERIOD
006720                 ' NOT CLOSED - REOPEN REJECTED'
006730             MOVE 'REJECTED - PERIOD IS NOT CLOSED'
006740                 TO WS-RESULT-TEXT
006750             SET TXN-NOT-VALID TO TRUE
006760         END-IF
006770         GO TO 3000-EXIT
006780     END-IF.
006790*
006800     IF WS-OLD-STATUS = 'C'
006810         DISPLAY 'CXB40146 ' TX-PERIOD
006820             ' ALREADY CLOSED - CLOSE REJECTED'
006830         MOVE 'REJECTED - PERIOD ALREADY CLOSED'
006840             TO WS-RESULT-TEXT
006850         SET TXN-NOT-VALID TO TRUE
006860         GO TO 3000-EXIT
006870     END-IF.
006880     IF TX-PERIOD > WS-CURRENT-PERIOD
006890         DISPLAY 'CXB40146 ' TX-PERIOD
006900             ' NOT YET REACHED - CLOSE REJECTED'
006910         MOVE 'REJECTED - PERIOD NOT YET REACHED'
006920             TO WS-RESULT-TEXT
006930         SET TXN-NOT-VALID TO TRUE
006940         GO TO 3000-EXIT
006950     END-IF.
006960*
006970 3000-EXIT.
006980     EXIT.
006990*
007000*===============================================================
007010*    3500-VALIDATE-OPERATOR
007020*===============================================================
007030 3500-VALIDATE-OPERATOR.
007040*
007050*    THE TRANSACTION'S OPERATOR ID MUST BE ON THE OPERREG
007060*    REGISTRY AND ACTIVE, AT AUTHORITY LEVEL 1 TO CLOSE AND
007070*    LEVEL 2 TO REOPEN.  A FAILURE HERE REJECTS THE
007080*    TRANSACTION THE SAME WAY A BAD VALUE DOES.
007090*
007100     IF TX-REOPEN
007110         MOVE 2 TO WS-NEEDED-AUTHORITY
007120     ELSE
007130         MOVE 1 TO WS-NEEDED-AUTHORITY
007140     END-IF.
007150*
007160     IF OPER-REG-NOT-OPEN
007170         DISPLAY 'CXB40146 ' TX-PERIOD
007180             ' REJECTED - OPERATOR REGISTRY UNAVAILABLE'
007190         MOVE 'REJECTED - OPERATOR REGISTRY UNAVAILABLE'
007200             TO WS-RESULT-TEXT
007210         SET TXN-NOT-VALID TO TRUE
007220         GO TO 3500-EXIT
007230     END-IF.
007240*
007250     MOVE TX-USER-ID TO OP-OPERATOR-ID.
007260     READ OPER-REG-FILE.
007270     IF NOT WS-OPER-FILE-OK
007280         DISPLAY 'CXB40146 OPERATOR ' TX-USER-ID
007290             ' NOT ON REGISTRY - REJECTED'
007300         MOVE 'REJECTED - OPERATOR NOT ON REGISTRY'
007310             TO WS-RESULT-TEXT
007320         SET TXN-NOT-VALID TO TRUE
007330         GO TO 3500-EXIT
007340     END-IF.
007350     IF NOT OP-ACTIVE
007360         DISPLAY 'CXB40146 OPERATOR ' TX-USER-ID
007370             ' INACTIVE - REJECTED'
007380         MOVE 'REJECTED - OPERATOR INACTIVE' TO WS-RESULT-TEXT
007390         SET TXN-NOT-VALID TO TRUE
007400         GO TO 3500-EXIT
007410     END-IF.
007420     IF OP-AUTHORITY < WS-NEEDED-AUTHORITY
007430         DISPLAY 'CXB40146 OPERATOR ' TX-USER-ID
007440             ' NOT AUTHORIZED FOR ' WS-TXL-ACTION ' - REJECTED'
007450         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
007460             TO WS-RESULT-TEXT
007470         SET TXN-NOT-VALID TO TRUE
007480     END-IF.
007490*
007500 3500-EXIT.
007510     EXIT.
007520*
007530*===============================================================
007540*    4000-CHECK-MONTH
007550*===============================================================
007560 4000-CHECK-MONTH.
007570*
007580*    EVERY BUSINESS DATE OF THE MONTH IS TRIED IN TURN, AND
007590*    EVERY ONE THAT FALLS SHORT IS LISTED, SO ONE REFUSAL
007600*    SHOWS ALL THAT STILL HAS TO BE DONE.
007610*
007620     MOVE ZERO TO WS-DAYS-CHECKED.
007630     MOVE ZERO TO WS-DAYS-FAILED.
007640     MOVE TX-PERIOD TO WS-WORK-DATE(1:6).
007650     MOVE 1 TO WS-WORK-DD.
007660*
007670     MOVE WS-MONTH-DAY(WS-WORK-MM) TO WS-MONTH-DAYS.
007680*
007690*    GREGORIAN LEAP RULE: EVERY FOURTH YEAR, EXCEPT A CENTURY
007700*    YEAR NOT DIVISIBLE BY 400.
007710*
007720     IF WS-WORK-MM = 2
007730         PERFORM 4450-CHECK-LEAP-YEAR THRU 4450-EXIT
007740         IF YEAR-IS-LEAP
007750             MOVE 29 TO WS-MONTH-DAYS
007760         END-IF
007770     END-IF.
007780*
007790     PERFORM 4100-CHECK-ONE-DAY THRU 4100-EXIT
007800         VARYING WS-DAY-IDX FROM 1 BY 1
007810         UNTIL WS-DAY-IDX > WS-MONTH-DAYS.
007820*
007830     IF WS-DAYS-FAILED > ZERO
007840         DISPLAY 'CXB40146 ' TX-PERIOD ' HAS ' WS-DAYS-FAILED
007850             ' BUSINESS DATES NOT READY - CLOSE REFUSED'
007860         MOVE WS-DAYS-FAILED  TO WS-DAYS-FAILED-OUT
007870         MOVE WS-DAYS-CHECKED TO WS-DAYS-CHECKED-OUT
007880         STRING 'REFUSED - ' WS-DAYS-FAILED-OUT ' OF '
007890             WS-DAYS-CHECKED-OUT ' BUSINESS DATES NOT READY'
007900             DELIMITED BY SIZE INTO WS-RESULT-TEXT
007910         SET TXN-NOT-VALID TO TRUE
007920     END-IF.
007930*
007940 4000-EXIT.
007950     EXIT.
007960*
007970*===============================================================
007980*    4100-CHECK-ONE-DAY
007990*===============================================================
008000 4100-CHECK-ONE-DAY.
008010*
008020     MOVE WS-DAY-IDX TO WS-WORK-DD.
008030*
008040*    WEEKENDS AND HOLIDAYS ARE NOT BUSINESS DATES, THE SAME
008050*    RULE CXB40118 ROLLS THE DATE BY.
008060*
008070     PERFORM 4400-GET-DAY-OF-WEEK THRU 4400-EXIT.
008080     IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 1
008090         GO TO 4100-EXIT
008100     END-IF.
008110     SET DAY-NOT-HOLIDAY TO TRUE.
008120     PERFORM 4500-CHECK-HOLIDAY THRU 4500-EXIT
008130         VARYING WS-IDX FROM 1 BY 1
008140         UNTIL WS-IDX > WS-HOL-COUNT OR DAY-IS-HOLIDAY.
008150     IF DAY-IS-HOLIDAY
008160         GO TO 4100-EXIT
008170     END-IF.
008180*
008190     ADD 1 TO WS-DAYS-CHECKED.
008200     SET DAY-IS-READY TO TRUE.
008210*
008220     IF WS-WORK-DATE > WS-RUN-DATE
008230         MOVE 'NOT YET WORKED' TO WS-FLL-REASON
008240         PERFORM 4800-LIST-FAILURE THRU 4800-EXIT
008250         ADD 1 TO WS-DAYS-FAILED
008260         GO TO 4100-EXIT
008270     END-IF.
008280*
008290     PERFORM 4200-CHECK-VERDICT THRU 4200-EXIT.
008300     PERFORM 4300-CHECK-LEDGER THRU 4300-EXIT.
008310*
008320     IF DAY-HAS-FAILED
008330         ADD 1 TO WS-DAYS-FAILED
008340     END-IF.
008350*
008360 4100-EXIT.
008370     EXIT.
008380*
008390*===============================================================
008400*    4200-CHECK-VERDICT
008410*===============================================================
008420 4200-CHECK-VERDICT.
008430*
008440*    CYCLE 1 MUST BE ON RECORD; LATER CYCLES ARE CHECKED AS
008450*    LONG AS THEY ARE ON RECORD, AND EVERY ONE FOUND MUST
008460*    HAVE ENDED CLEAN.
008470*
008480     IF RUN-REG-NOT-OPEN
008490         MOVE 'RUN REGISTRY UNAVAILABLE - VERDICT NOT PROVEN'
008500             TO WS-FLL-REASON
008510         PERFORM 4800-LIST-FAILURE THRU 4800-EXIT
008520         GO TO 4200-EXIT
008530     END-IF.
008540*
008550     SET CYCLE-ON-RECORD TO TRUE.
008560     PERFORM 4210-CHECK-ONE-CYCLE THRU 4210-EXIT
008570         VARYING WS-CYCLE-IDX FROM 1 BY 1
008580         UNTIL WS-CYCLE-IDX > WS-CYCLE-LIMIT
008590            OR CYCLE-NOT-ON-RECORD.
008600*
008610 4200-EXIT.
008620     EXIT.
008630*
008640*===============================================================
008650*    4210-CHECK-ONE-CYCLE
008660*===============================================================
008670 4210-CHECK-ONE-CYCLE.
008680*
008690     MOVE 'CXB40116'   TO RN-RUN-PROGRAM.
008700     MOVE WS-WORK-DATE TO RN-RUN-DATE.
008710     MOVE WS-CYCLE-IDX TO RN-RUN-CYCLE.
008720     READ RUN-CONTROL-FILE.
008730     IF NOT WS-RUN-FILE-OK
008740         SET CYCLE-NOT-ON-RECORD TO TRUE
008750         IF WS-CYCLE-IDX = 1
008760             MOVE 'NO CXB40116 BALANCING VERDICT ON RECORD'
008770                 TO WS-FLL-REASON
008780             PERFORM 4800-LIST-FAILURE THRU 4800-EXIT
008790         END-IF
008800         GO TO 4210-EXIT
008810     END-IF.
008820*
008830     IF NOT RN-RUN-ENDED OR RN-RUN-RETURN-CODE NOT = ZERO
008840         MOVE SPACES TO WS-FLL-REASON
008850         STRING 'CXB40116 BALANCING NOT CLEAN FOR CYCLE '
008860             WS-CYCLE-IDX DELIMITED BY SIZE INTO WS-FLL-REASON
008870         PERFORM 4800-LIST-FAILURE THRU 4800-EXIT
008880     END-IF.
008890*
008900 4210-EXIT.
008910     EXIT.
008920*
008930*===============================================================
008940*    4300-CHECK-LEDGER
008950*===============================================================
008960 4300-CHECK-LEDGER.
008970*
008980*    THE DATE NEEDS AT LEAST ONE LEDGREG ENTRY, AND EVERY
008990*    ENTRY FOR IT - ONE PER CYCLE EXTRACTED - ACKNOWLEDGED.
009000*
009010     MOVE ZERO TO WS-LEDGER-ENTRIES.
009020     MOVE ZERO TO WS-LEDGER-UNACKED.
009030     PERFORM 4310-SCAN-ONE-ENTRY THRU 4310-EXIT
009040         VARYING WS-IDX FROM 1 BY 1
009050         UNTIL WS-IDX > WS-REG-COUNT.
009060*
009070     IF WS-LEDGER-ENTRIES = ZERO
009080         MOVE 'NO LEDGER TRANSMISSION ON LEDGREG' TO WS-FLL-REASON
009090         PERFORM 4800-LIST-FAILURE THRU 4800-EXIT
009100         GO TO 4300-EXIT
009110     END-IF.
009120     IF WS-LEDGER-UNACKED > ZERO
009130         MOVE 'LEDGER TRANSMISSION NOT ACKNOWLEDGED'
009140             TO WS-FLL-REASON
009150         PERFORM 4800-LIST-FAILURE THRU 4800-EXIT
009160     END-IF.
009170*
009180 4300-EXIT.
009190     EXIT.
009200*
009210*===============================================================
009220*    4310-SCAN-ONE-ENTRY
009230*===============================================================
009240 4310-SCAN-ONE-ENTRY.
009250*
009260     IF WS-TBL-BUSINESS-DATE(WS-IDX) = WS-WORK-DATE
009270         ADD 1 TO WS-LEDGER-ENTRIES
009280         IF WS-TBL-STATUS(WS-IDX) NOT = 'A'
009290             ADD 1 TO WS-LEDGER-UNACKED
009300         END-IF
009310     END-IF.
009320*
009330 4310-EXIT.
009340     EXIT.
009350*
009360*===============================================================
009370*    4400-GET-DAY-OF-WEEK
009380*===============================================================
009390 4400-GET-DAY-OF-WEEK.
009400*
009410*    ZELLER'S CONGRUENCE.  JANUARY AND
009420*    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE.
009430*    THE RESULT IS 0 FOR SATURDAY THROUGH 6 FOR FRIDAY.
009440*
009450     MOVE WS-WORK-CCYY TO WS-Z-YEAR.
009460     MOVE WS-WORK-MM TO WS-Z-MONTH.
009470     IF WS-Z-MONTH < 3
009480         ADD 12 TO WS-Z-MONTH
009490         SUBTRACT 1 FROM WS-Z-YEAR
009500     END-IF.
009510     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
009520         REMAINDER WS-Z-YY.
009530*
009540     COMPUTE WS-Z-TERM = (13 * (WS-Z-MONTH + 1)) / 5.
009550     COMPUTE WS-Z-SUM = WS-WORK-DD + WS-Z-TERM + WS-Z-YY.
009560     DIVIDE WS-Z-YY BY 4 GIVING WS-Z-TERM.
009570     ADD WS-Z-TERM TO WS-Z-SUM.
009580     DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-TERM.
009590     ADD WS-Z-TERM TO WS-Z-SUM.
009600     COMPUTE WS-Z-SUM = WS-Z-SUM + (5 * WS-Z-CENTURY).
009610     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOTIENT
009620         REMAINDER WS-DAY-OF-WEEK.
009630*
009640 4400-EXIT.
009650     EXIT.
009660*
009670*===============================================================
009680*    4450-CHECK-LEAP-YEAR
009690*===============================================================
009700 4450-CHECK-LEAP-YEAR.
009710*
009720     SET YEAR-NOT-LEAP TO TRUE.
009730     DIVIDE WS-WORK-CCYY BY 4 GIVING WS-Z-QUOTIENT
009740         REMAINDER WS-Z-TERM.
009750     IF WS-Z-TERM NOT = ZERO
009760         GO TO 4450-EXIT
009770     END-IF.
009780     DIVIDE WS-WORK-CCYY BY 100 GIVING WS-Z-QUOTIENT
009790         REMAINDER WS-Z-TERM.
009800     IF WS-Z-TERM NOT = ZERO
009810         SET YEAR-IS-LEAP TO TRUE
009820         GO TO 4450-EXIT
009830     END-IF.
009840     DIVIDE WS-WORK-CCYY BY 400 GIVING WS-Z-QUOTIENT
009850         REMAINDER WS-Z-TERM.
009860     IF WS-Z-TERM = ZERO
009870         SET YEAR-IS-LEAP TO TRUE
009880     END-IF.
009890*
009900 4450-EXIT.
009910     EXIT.
009920*
009930*===============================================================
009940*    4500-CHECK-HOLIDAY
009950*===============================================================
009960 4500-CHECK-HOLIDAY.
009970*
009980     IF WS-HOLIDAY-DATE(WS-IDX) = WS-WORK-DATE
009990         SET DAY-IS-HOLIDAY TO TRUE
010000     END-IF.
010010*
010020 4500-EXIT.
010030     EXIT.
010040*
010050*===============================================================
010060*    4800-LIST-FAILURE
010070*===============================================================
010080 4800-LIST-FAILURE.
010090*
010100*    THE CALLER LOADS WS-FLL-REASON; THE DATE IS MARKED NOT
010110*    READY AND LISTED ON THE REPORT.
010120*
010130     SET DAY-HAS-FAILED TO TRUE.
010140     MOVE WS-WORK-DATE TO WS-FLL-DATE.
010150     WRITE REPORT-RECORD FROM WS-FAIL-LINE.
010160*
010170 4800-EXIT.
010180     EXIT.
010190*
010200*===============================================================
010210*    5000-APPLY-CLOSE
010220*===============================================================
010230 5000-APPLY-CLOSE.
010240*
010250     IF PERIOD-RECORD-NEW
010260         MOVE TX-PERIOD TO PC-PERIOD
010270         MOVE ZERO      TO PC-REOPEN-COUNT
010280     END-IF.
010290     SET PC-CLOSED TO TRUE.
010300     MOVE WS-RUN-DATE TO PC-CLOSE-DATE.
010310     MOVE WS-RUN-TIME TO PC-CLOSE-TIME.
010320     MOVE TX-USER-ID  TO PC-CLOSE-USER.
010330     MOVE WS-RUN-DATE TO PC-UPD-DATE.
010340     MOVE WS-RUN-TIME TO PC-UPD-TIME.
010350     MOVE TX-USER-ID  TO PC-UPD-USER.
010360*
010370     IF PERIOD-RECORD-EXISTS
010380         REWRITE PERIOD-CONTROL-RECORD
010390     ELSE
010400         WRITE PERIOD-CONTROL-RECORD
010410     END-IF.
010420     IF NOT WS-PERD-FILE-OK
010430         DISPLAY 'CXB40146 PERIODCTL UPDATE FAILED, STATUS='
010440             WS-PERD-STATUS
010450         MOVE 'NOT CLOSED - PERIOD CONTROL FILE ERROR'
010460             TO WS-RESULT-TEXT
010470         ADD 1 TO WS-REJECT-COUNT
010480         MOVE 8 TO RETURN-CODE
010490         GO TO 5000-EXIT
010500     END-IF.
010510*
010520     ADD 1 TO WS-APPLIED-COUNT.
010530     DISPLAY 'CXB40146 ' TX-PERIOD ' CLOSED BY ' TX-USER-ID.
010540     MOVE WS-DAYS-CHECKED TO WS-DAYS-CHECKED-OUT.
010550     STRING 'CLOSED - ' WS-DAYS-CHECKED-OUT
010560         ' BUSINESS DATES BALANCED AND ACKNOWLEDGED'
010570         DELIMITED BY SIZE INTO WS-RESULT-TEXT.
010580     PERFORM 6000-WRITE-PERIOD-LOG THRU 6000-EXIT.
010590*
010600 5000-EXIT.
010610     EXIT.
010620*
010630*===============================================================
010640*    5500-APPLY-REOPEN
010650*===============================================================
010660 5500-APPLY-REOPEN.
010670*
010680     SET PC-OPEN TO TRUE.
010690     IF PC-REOPEN-COUNT < 999
010700         ADD 1 TO PC-REOPEN-COUNT
010710     END-IF.
010720     MOVE WS-RUN-DATE TO PC-UPD-DATE.
010730     MOVE WS-RUN-TIME TO PC-UPD-TIME.
010740     MOVE TX-USER-ID  TO PC-UPD-USER.
010750*
010760     REWRITE PERIOD-CONTROL-RECORD.
010770     IF NOT WS-PERD-FILE-OK
010780         DISPLAY 'CXB40146 PERIODCTL UPDATE FAILED, STATUS='
010790             WS-PERD-STATUS
010800         MOVE 'NOT REOPENED - PERIOD CONTROL FILE ERROR'
010810             TO WS-RESULT-TEXT
010820         ADD 1 TO WS-REJECT-COUNT
010830         MOVE 8 TO RETURN-CODE
010840         GO TO 5500-EXIT
010850     END-IF.
010860*
010870     ADD 1 TO WS-APPLIED-COUNT.
010880     DISPLAY 'CXB40146 ' TX-PERIOD ' REOPENED BY ' TX-USER-ID.
010890     STRING 'REOPENED - REOPEN ' PC-REOPEN-COUNT
010900         ' OF THIS PERIOD' DELIMITED BY SIZE INTO WS-RESULT-TEXT.
010910     PERFORM 6000-WRITE-PERIOD-LOG THRU 6000-EXIT.
010920*
010930 5500-EXIT.
010940     EXIT.
010950*
010960*===============================================================
010970*    6000-WRITE-PERIOD-LOG
010980*===============================================================
010990 6000-WRITE-PERIOD-LOG.
011000*
011010     MOVE WS-RUN-DATE        TO LG-CHANGE-DATE.
011020     ACCEPT LG-CHANGE-TIME FROM TIME.
011030     MOVE TX-USER-ID         TO LG-USER-ID.
011040     MOVE TX-ACTION          TO LG-ACTION.
011050     MOVE TX-PERIOD          TO LG-PERIOD.
011060     MOVE WS-OLD-STATUS      TO LG-OLD-STATUS.
011070     MOVE PC-STATUS          TO LG-NEW-STATUS.
011080     MOVE PC-REOPEN-COUNT    TO LG-REOPEN-COUNT.
011090     MOVE TX-REASON          TO LG-REASON.
011100     WRITE PERIOD-LOG-RECORD.
011110     IF NOT WS-LOG-FILE-OK
011120         DISPLAY 'CXB40146 PERIODLOG WRITE FAILED, STATUS='
011130             WS-LOG-STATUS
011140     END-IF.
011150*
011160 6000-EXIT.
011170     EXIT.
011180*
011190*===============================================================
011200*    9000-TERMINATE
011210*===============================================================
011220 9000-TERMINATE.
011230*
011240     IF PERIOD-TXN-IS-OPEN
011250         CLOSE PERIOD-TXN-FILE
011260     END-IF.
011270     IF PERIOD-CTL-IS-OPEN
011280         CLOSE PERIOD-CONTROL-FILE
011290     END-IF.
011300     IF PERIOD-LOG-IS-OPEN
011310         CLOSE PERIOD-LOG-FILE
011320     END-IF.
011330     CLOSE REPORT-FILE.
011340     IF OPER-REG-IS-OPEN
011350         CLOSE OPER-REG-FILE
011360     END-IF.
011370     IF RUN-REG-IS-OPEN
011380         CLOSE RUN-CONTROL-FILE
011390     END-IF.
011400*
011410     DISPLAY 'CXB40146 TRANSACTIONS READ: ' WS-TXN-COUNT.
011420     DISPLAY 'CXB40146 CHANGES APPLIED:   ' WS-APPLIED-COUNT.
011430     DISPLAY 'CXB40146 CHANGES REJECTED:  ' WS-REJECT-COUNT.
011440*
011450 9000-EXIT.
011460     EXIT.
