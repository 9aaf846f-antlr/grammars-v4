000250*          parameter (cents per merged record, maintained by
000260*          CXB40110), and the month's total.  Until now this
000270*          bill was assembled by hand from console messages
000280*          that had scrolled away.  Every processing cycle of a
000290*          business date appends its own BRANSTAT records, and
000300*          all of them count toward the month.
000310*
000320*          The same figures are billed to accounts receivable on
000330*          the ARBILL interface file, so the totals are no
000340*          longer rekeyed from the printed statements: an 'H'
000350*          header, then per branch one 'I' invoice record with
000360*          its invoice number and amount followed by three 'L'
000370*          line items (records merged, charged at the unit
000380*          rate; records rejected and records truncated, shown
000390*          at no charge), and a 'T' trailer with the document
000400*          count and the net amount total.  Only a closed month
000410*          - one before the month of the current business date
000420*          - is billed; the current month is stated but not
000430*          billed.
000440*
000450*          The BILLREG billing register (CXBBILL layout), keyed
000460*          by statement month and branch, is what stops a month
000470*          being billed twice: a branch already on it for the
000480*          month is refused and listed, and the step ends with
000490*          RETURN-CODE 4.  When a billed month has to be
000500*          corrected, STMTCTL is set with the re-bill action
000510*          'R'; each branch whose figures or unit charge have
000520*          changed then gets a credit memo ('C', negative
000530*          amounts) reversing the standing invoice and a rebill
000540*          ('R') for the corrected figures, both carrying the
000550*          original invoice number, and a branch that no longer
000560*          has figures for the month gets the credit memo
000570*          alone.  A branch whose figures are unchanged keeps
000580*          its standing invoice.  Invoice and credit memo
000590*          numbers run in one series continued from the highest
000600*          number on the register.
000610*
000620*          Each statement carries the office name from the
000630*          BRANMAST branch master kept by CXB40144, and only a
000640*          branch the master flags billable is billed.  A
000650*          branch flagged not billable is stated but not
000660*          billed; a branch with statistics but no master entry
000670*          is stated, not billed, and listed, and the step ends
000680*          with RETURN-CODE 4.  On a re-bill, a branch no longer
000690*          billable has its standing invoice credited in full.
000700*          With the master unavailable the month is stated but
000710*          not billed, and the step ends with RETURN-CODE 8.
000720*
000730*          Counts worked on a date in an accounting period
000740*          already closed by CXB40146 reach BRANSTAT under the
000750*          first day of the next open month, flagged as a
000760*          prior-period adjustment.  They are stated and billed
000770*          with that month, and the part of the merged count
000780*          that is prior-period adjustment is shown on its own
000790*          statement line and as an extra 'PPA-MRGD' line item
000800*          at no charge, so the office can see it is paying for
000810*          earlier work.
000820*
000830*     INPUTS:
000840*          BRANSTAT   - nightly per-branch statistics.
000850*          STMTCTL    - control file naming the statement
000860*                       month (CCYYMM) and, optionally, the
000870*                       re-bill action 'R'.
000880*          SITEPARM   - keyed site parameter file
000890*                       (CHARGE-PER-REC, in cents; default 10).
000900*          BILLREG    - keyed billing register.
000910*          BRANMAST   - keyed branch master (CXBBRAN layout)
000920*                       maintained by CXB40144.
000930*
000940*     OUTPUTS:
000950*          STMTRPT    - one chargeback statement per branch.
000960*          ARBILL     - accounts-receivable billing interface.
000970*          BILLREG    - updated with the invoices issued.
000980*
000990*     CHANGE HISTORY:
001000*       02 SEP 2026   DPO   Initial release.
001010*       15 OCT 2026   DPO   BRANSTAT records carry the processing
001020*                           cycle after the business date; the
001030*                           layout is updated to match.
001040*       15 OCT 2026   DPO   Closed months are billed to accounts
001050*                           receivable on the ARBILL interface
001060*                           file, with the BILLREG register
001070*                           refusing a second bill for a month
001080*                           and branch; the STMTCTL re-bill
001090*                           action issues credit memo and
001100*                           rebill pairs against the original
001110*                           invoice numbers.
001120*       15 OCT 2026   DPO   Statements carry the office name from
001130*                           the new BRANMAST branch master, and
001140*                           only branches it flags billable are
001150*                           billed; a branch missing from the
001160*                           master is stated but not billed and
001170*                           sets RETURN-CODE 4.
001180*       15 OCT 2026   DPO   BRANSTAT records carry the prior-
001190*                           period adjustment flag and original
001200*                           business date; merged counts carried
001210*                           out of a closed period are shown on
001220*                           the statement and as a no-charge
001230*                           PPA-MRGD line item on ARBILL.
001240*
001250 IDENTIFICATION DIVISION.
001260 PROGRAM-ID. CXB40125.
001270 AUTHOR. DATA-PROCESSING-OPERATIONS.
001280 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
001290 DATE-WRITTEN. 02 SEP 2026.
001300 DATE-COMPILED.
001310*
001320 ENVIRONMENT DIVISION.
001330 INPUT-OUTPUT SECTION.
001340 FILE-CONTROL.
001350     SELECT BRANCH-STAT-FILE ASSIGN TO "BRANSTAT"
001360         ORGANIZATION IS SEQUENTIAL
001370         FILE STATUS IS WS-STAT-STATUS.
001380     SELECT CONTROL-FILE ASSIGN TO "STMTCTL"
001390         ORGANIZATION IS SEQUENTIAL
001400         FILE STATUS IS WS-CTL-STATUS.
001410     SELECT SITE-PARM-FILE ASSIGN TO "SITEPARM"
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS RANDOM
001440         RECORD KEY IS SP-PARM-KEY
001450         FILE STATUS IS WS-PARM-STATUS.
001460     SELECT REPORT-FILE ASSIGN TO "STMTRPT"
001470         ORGANIZATION IS SEQUENTIAL.
001480     SELECT BILL-REG-FILE ASSIGN TO "BILLREG"
001490         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001510         RECORD KEY IS BR-BILL-KEY
001520         FILE STATUS IS WS-BREG-STATUS.
001530     SELECT BILLING-FILE ASSIGN TO "ARBILL"
001540         ORGANIZATION IS SEQUENTIAL
001550         FILE STATUS IS WS-BILL-STATUS.
001560     SELECT BRANCH-MASTER-FILE ASSIGN TO "BRANMAST"
001570         ORGANIZATION IS INDEXED
001580         ACCESS MODE IS RANDOM
001590         RECORD KEY IS BM-BRANCH-KEY
001600         FILE STATUS IS WS-MAST-STATUS.
001610*
001620 DATA DIVISION.
001630 FILE SECTION.
001640 FD  BRANCH-STAT-FILE
001650     RECORDING MODE IS F.
001660 01  BRANCH-STAT-RECORD.
001670     05  BS-BUSINESS-DATE      PIC 9(08).
001680     05  BS-BUSINESS-CCYYMM REDEFINES BS-BUSINESS-DATE.
001690         10  BS-STAT-MONTH     PIC 9(06).
001700         10  FILLER            PIC 9(02).
001710     05  BS-CYCLE              PIC 9(02).
001720     05  BS-PROGRAM            PIC X(08).
001730     05  BS-BRANCH-ID          PIC X(03).
001740     05  BS-MERGED-COUNT       PIC 9(09).
001750     05  BS-REJECT-COUNT       PIC 9(09).
001760     05  BS-TRUNC-COUNT        PIC 9(09).
001770     05  BS-PPA-FLAG           PIC X(01).
001780         88  BS-PRIOR-PERIOD-ADJ               VALUE 'Y'.
001790     05  BS-ORIG-DATE          PIC 9(08).
001800*
001810 FD  CONTROL-FILE
001820     RECORDING MODE IS F.
001830 01  CONTROL-RECORD.
001840     05  CT-STATEMENT-MONTH    PIC 9(06).
001850     05  CT-BILL-ACTION        PIC X(01).
001860         88  CT-REBILL-REQUESTED               VALUE 'R'.
001870*
001880 FD  SITE-PARM-FILE
001890     RECORDING MODE IS F.
001900 01  SITE-PARM-RECORD.
001910     COPY CXBPARM
001920         REPLACING LEADING ==CXB== BY ==SP==.
001930*
001940 FD  REPORT-FILE
001950     RECORDING MODE IS F.
001960 01  REPORT-RECORD             PIC X(80).
001970*
001980 FD  BILL-REG-FILE
001990     RECORDING MODE IS F.
002000 01  BILL-REG-RECORD.
002010     COPY CXBBILL
002020         REPLACING LEADING ==CXB-BR== BY ==BR==.
002030*
002040*    ARBILL IS THE ACCOUNTS-RECEIVABLE INTERFACE LAYOUT: AN 'H'
002050*    HEADER, PER DOCUMENT AN 'I' RECORD (DOCUMENT TYPE I
002060*    INVOICE, C CREDIT MEMO, R REBILL) FOLLOWED BY ITS 'L' LINE
002070*    ITEMS, AND A 'T' TRAILER WITH THE DOCUMENT COUNT AND THE
002080*    NET AMOUNT TOTAL.  A CREDIT MEMO'S AMOUNTS ARE NEGATIVE;
002090*    AB-REF-INVOICE CARRIES THE ORIGINAL INVOICE NUMBER ON
002100*    EVERY DOCUMENT.  A 'PPA-MRGD' LINE ITEM, WHEN PRESENT,
002110*    IS THE PART OF THE MERGED QUANTITY CARRIED OUT OF A
002120*    CLOSED PERIOD; IT IS INFORMATION ONLY, AT ZERO PRICE.
002130*
002140 FD  BILLING-FILE
002150     RECORDING MODE IS F.
002160 01  BILLING-RECORD.
002170     05  AB-REC-TYPE           PIC X(01).
002180     05  AB-DOC-TYPE           PIC X(01).
002190     05  AB-DOC-NUMBER         PIC 9(08).
002200     05  AB-REF-INVOICE        PIC 9(08).
002210     05  AB-STMT-MONTH         PIC 9(06).
002220     05  AB-BRANCH-ID          PIC X(03).
002230     05  AB-LINE-ITEM          PIC X(08).
002240     05  AB-QUANTITY           PIC 9(09).
002250     05  AB-UNIT-PRICE         PIC 9(07)V99.
002260     05  AB-AMOUNT             PIC S9(11)V99
002270                               SIGN IS LEADING SEPARATE.
002280     05  AB-BILL-DATE          PIC 9(08).
002290     05  AB-SOURCE             PIC X(08).
002300     05  AB-DOC-COUNT          PIC 9(05).
002310     05  FILLER                PIC X(12).
002320*
002330*    BRANMAST IS THE BRANCH MASTER MAINTAINED BY CXB40144, READ
002340*    BY BRANCH FOR THE OFFICE NAME AND THE BILLING FLAG.
002350*
002360 FD  BRANCH-MASTER-FILE
002370     RECORDING MODE IS F.
002380 01  BRANCH-MASTER-RECORD.
002390     COPY CXBBRAN
002400         REPLACING LEADING ==CXB-BM== BY ==BM==.
002410*
002420 WORKING-STORAGE SECTION.
002430*
002440*    STANDALONE COUNTERS AND SWITCHES
002450*
002460 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40125'.
002470*
002480 77  WS-RECORD-COUNT           PIC 9(09)  COMP VALUE ZERO.
002490 77  WS-BRANCH-COUNT           PIC 9(03)  COMP VALUE ZERO.
002500 77  WS-STATEMENT-MONTH        PIC 9(06)  VALUE ZERO.
002510*
002520 77  WS-STAT-STATUS            PIC X(02)  VALUE SPACES.
002530     88  WS-STAT-FILE-OK                     VALUE '00'.
002540 77  WS-CTL-STATUS             PIC X(02)  VALUE SPACES.
002550     88  WS-CTL-FILE-OK                      VALUE '00'.
002560 77  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
002570     88  WS-PARM-FILE-OK                     VALUE '00'.
002580 77  WS-BREG-STATUS            PIC X(02)  VALUE SPACES.
002590     88  WS-BREG-FILE-OK                     VALUE '00'.
002600     88  WS-BREG-REC-MISSING                 VALUE '23'.
002610     88  WS-BREG-NOT-FOUND                   VALUE '35'.
002620 77  WS-BILL-STATUS            PIC X(02)  VALUE SPACES.
002630     88  WS-BILL-FILE-OK                     VALUE '00'.
002640 77  WS-MAST-STATUS            PIC X(02)  VALUE SPACES.
002650     88  WS-MAST-FILE-OK                     VALUE '00'.
002660 77  WS-MAST-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
002670     88  MASTER-IS-OPEN                      VALUE 'Y'.
002680     88  MASTER-NOT-OPEN                     VALUE 'N'.
002690*
002700*    BRANCH-MASTER LOOKUP: THE BRANCH ASKED FOR, AND WHAT THE
002710*    MASTER SAYS OF IT - B BILLABLE, N NOT BILLABLE, U NOT ON
002720*    THE MASTER.
002730*
002740 77  WS-LOOKUP-BRANCH          PIC X(03)  VALUE SPACES.
002750 77  WS-LOOKUP-STATE           PIC X(01)  VALUE SPACE.
002760 77  WS-NOT-BILLABLE-COUNT     PIC 9(09)  COMP VALUE ZERO.
002770 77  WS-NOT-ON-MASTER-COUNT    PIC 9(09)  COMP VALUE ZERO.
002780*
002790 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
002800     88  END-OF-STATS                        VALUE 'Y'.
002810     88  NOT-END-OF-STATS                    VALUE 'N'.
002820 77  WS-STAT-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
002830     88  STATS-WERE-OPENED                   VALUE 'Y'.
002840     88  STATS-NOT-OPENED                    VALUE 'N'.
002850*
002860*    BILLING CONTROLS.  WS-BILLING-SWITCH IS SET ONCE THE
002870*    REGISTER AND THE INTERFACE FILE ARE OPEN; WHEN THE MONTH
002880*    IS NOT BILLED, WS-NOT-BILLED-REASON SAYS WHY ON EVERY
002890*    STATEMENT.
002900*
002910 77  WS-BILLING-SWITCH         PIC X(01)  VALUE 'N'.
002920     88  BILLING-OPEN                        VALUE 'Y'.
002930     88  BILLING-NOT-OPEN                    VALUE 'N'.
002940 77  WS-REBILL-SWITCH          PIC X(01)  VALUE 'N'.
002950     88  REBILL-RUN                          VALUE 'Y'.
002960     88  FIRST-BILL-RUN                      VALUE 'N'.
002970 77  WS-REG-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002980     88  END-OF-REGISTER                     VALUE 'Y'.
002990     88  NOT-END-OF-REGISTER                 VALUE 'N'.
003000 77  WS-NOT-BILLED-REASON      PIC X(40)  VALUE SPACES.
003010 77  WS-CURRENT-MONTH          PIC 9(06)  VALUE ZERO.
003020*
003030 77  WS-LAST-DOC-NUMBER        PIC 9(08)  VALUE ZERO.
003040 77  WS-CREDIT-NUMBER          PIC 9(08)  VALUE ZERO.
003050 77  WS-DOC-COUNT              PIC 9(05)  VALUE ZERO.
003060 77  WS-INVOICE-COUNT          PIC 9(09)  COMP VALUE ZERO.
003070 77  WS-CREDIT-COUNT           PIC 9(09)  COMP VALUE ZERO.
003080 77  WS-REBILL-COUNT           PIC 9(09)  COMP VALUE ZERO.
003090 77  WS-UNCHANGED-COUNT        PIC 9(09)  COMP VALUE ZERO.
003100 77  WS-DUPLICATE-COUNT        PIC 9(09)  COMP VALUE ZERO.
003110 77  WS-BILL-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
003120*
003130*    ONE BILLING DOCUMENT, LOADED BY THE CALLER BEFORE
003140*    6500-WRITE-DOCUMENT: TYPE, NUMBER, ORIGINAL INVOICE,
003150*    BRANCH, COUNTS, AND UNIT CHARGE.  WS-DOC-SIGN IS -1 FOR A
003160*    CREDIT MEMO.
003170*
003180 77  WS-DOC-TYPE               PIC X(01)  VALUE SPACE.
003190 77  WS-DOC-NUMBER             PIC 9(08)  VALUE ZERO.
003200 77  WS-DOC-REF-INVOICE        PIC 9(08)  VALUE ZERO.
003210 77  WS-DOC-BRANCH-ID          PIC X(03)  VALUE SPACES.
003220 77  WS-DOC-MERGED             PIC 9(09)  VALUE ZERO.
003230 77  WS-DOC-REJECTED           PIC 9(09)  VALUE ZERO.
003240 77  WS-DOC-TRUNCATED          PIC 9(09)  VALUE ZERO.
003250 77  WS-DOC-PPA-MERGED         PIC 9(09)  VALUE ZERO.
003260 77  WS-DOC-UNIT-CENTS         PIC 9(09)  VALUE ZERO.
003270 77  WS-DOC-SIGN               PIC S9(01) VALUE +1.
003280 77  WS-DOC-UNIT-PRICE         PIC S9(07)V99 COMP-3 VALUE ZERO.
003290 77  WS-DOC-AMOUNT             PIC S9(11)V99 COMP-3 VALUE ZERO.
003300 77  WS-NEW-AMOUNT             PIC S9(11)V99 COMP-3 VALUE ZERO.
003310*
003320*    WS-CHARGE-CENTS DEFAULTS TO 10 AND IS OVERRIDDEN BY THE
003330*    CHARGE-PER-REC SITE PARAMETER.
003340*
003350 77  WS-CHARGE-CENTS           PIC 9(09)  VALUE 10.
003360 77  WS-CHARGE-AMOUNT          PIC S9(07)V99 COMP-3 VALUE ZERO.
003370 77  WS-MONTH-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
003380*
003390*    PER-BRANCH ROLL-UP TABLE, BUILT AS THE STATISTICS ARE
003400*    READ.
003410*
003420 77  WS-BRANCH-MAX             PIC 9(03)  COMP VALUE 10.
003430 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
003440 77  WS-FOUND-INDEX            PIC 9(03)  COMP VALUE ZERO.
003450 01  WS-BRANCH-TABLE.
003460     05  WS-BRANCH-ENTRY OCCURS 10 TIMES.
003470         10  WS-TBL-BRANCH-ID      PIC X(03).
003480         10  WS-TBL-MERGED         PIC 9(09)  COMP VALUE ZERO.
003490         10  WS-TBL-REJECTED       PIC 9(09)  COMP VALUE ZERO.
003500         10  WS-TBL-TRUNCATED      PIC 9(09)  COMP VALUE ZERO.
003510         10  WS-TBL-PPA-MERGED     PIC 9(09)  COMP VALUE ZERO.
003520         10  WS-TBL-BILL-STATE     PIC X(01)  VALUE SPACE.
003530             88  TBL-BILLABLE                  VALUE 'B'.
003540             88  TBL-NOT-BILLABLE              VALUE 'N'.
003550             88  TBL-NOT-ON-MASTER             VALUE 'U'.
003560*
003570*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
003580*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
003590*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
003600*
003610 77  WS-REPORT-DATE            PIC 9(08)  VALUE ZERO.
003620 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
003630*
003640*    REPORT LINE LAYOUTS
003650*
003660 01  WS-HEADING-LINE.
003670     05  FILLER                PIC X(31)
003680         VALUE "CXB40125 BRANCH CHARGEBACK FOR ".
003690     05  WS-HDG-MONTH          PIC 9(06).
003700     05  FILLER                PIC X(06) VALUE " DATE=".
003710     05  WS-HDG-DATE           PIC 9(08).
003720*
003730 01  WS-BRANCH-LINE.
003740     05  FILLER                PIC X(17)
003750         VALUE "STATEMENT BRANCH ".
003760     05  WS-STM-BRANCH         PIC X(03).
003770     05  FILLER                PIC X(02) VALUE SPACES.
003780     05  WS-STM-OFFICE         PIC X(30).
003790*
003800 01  WS-COUNT-LINE.
003810     05  WS-CNT-LABEL          PIC X(20).
003820     05  WS-CNT-VALUE          PIC ZZZZZZZZ9.
003830*
003840 01  WS-CHARGE-LINE.
003850     05  FILLER                PIC X(20)
003860         VALUE "CHARGE PER RECORD   ".
003870     05  WS-CHG-AMOUNT         PIC $$$,$$9.99.
003880*
003890 01  WS-TOTAL-LINE.
003900     05  FILLER                PIC X(20)
003910         VALUE "MONTH TOTAL         ".
003920     05  WS-TOT-AMOUNT         PIC $$$,$$$,$$9.99.
003930*
003940 01  WS-BILLING-LINE.
003950     05  FILLER                PIC X(20)
003960         VALUE "BILLING             ".
003970     05  WS-BIL-NOTE           PIC X(50).
003980*
003990 01  WS-BILL-TOTAL-LINE.
004000     05  WS-BTL-LABEL          PIC X(30).
004010     05  WS-BTL-COUNT          PIC ZZZZZZZZ9.
004020*
004030 01  WS-BILL-AMOUNT-LINE.
004040     05  FILLER                PIC X(30)
004050         VALUE "NET AMOUNT BILLED".
004060     05  WS-BAL-AMOUNT         PIC $$$,$$$,$$9.99-.
004070*
004080 PROCEDURE DIVISION.
004090*
004100*===============================================================
004110*    0000-MAINLINE
004120*===============================================================
004130 0000-MAINLINE.
004140*
004150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004160*
004170     PERFORM 2000-TALLY-STAT THRU 2000-EXIT
004180         UNTIL END-OF-STATS.
004190*
004200     PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT.
004210*
004220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004230*
004240     STOP RUN.
004250*
004260*===============================================================
004270*    1000-INITIALIZE
004280*===============================================================
004290 1000-INITIALIZE.
004300*
004310     CALL 'CXB40117' USING WS-REPORT-DATE
004320                            WS-BDAT-RESULT.
004330*
004340*    THE STATEMENT MONTH COMES FROM STMTCTL; WITHOUT ONE THE
004350*    MONTH OF THE CURRENT BUSINESS DATE IS STATED, SO THE
004360*    USUAL FIRST-OF-MONTH RUN OVER LAST MONTH NEEDS THE
004370*    CONTROL FILE SET.
004380*
004390     MOVE WS-REPORT-DATE(1:6) TO WS-STATEMENT-MONTH.
004400     OPEN INPUT CONTROL-FILE.
004410     IF WS-CTL-FILE-OK
004420         READ CONTROL-FILE
004430             AT END
004440                 CONTINUE
004450             NOT AT END
004460                 IF CT-STATEMENT-MONTH NUMERIC
004470                     AND CT-STATEMENT-MONTH > ZERO
004480                     MOVE CT-STATEMENT-MONTH
004490                         TO WS-STATEMENT-MONTH
004500                 END-IF
004510                 IF CT-REBILL-REQUESTED
004520                     SET REBILL-RUN TO TRUE
004530                 END-IF
004540         END-READ
004550         CLOSE CONTROL-FILE
004560     ELSE
004570         DISPLAY 'CXB40125 STMTCTL NOT AVAILABLE - '
004580             'CURRENT MONTH STATED'
004590     END-IF.
004600*
004610     PERFORM 1300-GET-SITE-PARMS THRU 1300-EXIT.
004620*
004630     OPEN INPUT BRANCH-MASTER-FILE.
004640     IF WS-MAST-FILE-OK
004650         SET MASTER-IS-OPEN TO TRUE
004660     ELSE
004670         DISPLAY 'CXB40125 BRANMAST NOT AVAILABLE, STATUS='
004680             WS-MAST-STATUS
004690     END-IF.
004700*
004710     OPEN OUTPUT REPORT-FILE.
004720     MOVE WS-STATEMENT-MONTH TO WS-HDG-MONTH.
004730     MOVE WS-REPORT-DATE     TO WS-HDG-DATE.
004740     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
004750*
004760     OPEN INPUT BRANCH-STAT-FILE.
004770     IF WS-STAT-FILE-OK
004780         SET STATS-WERE-OPENED TO TRUE
004790         READ BRANCH-STAT-FILE
004800             AT END
004810                 SET END-OF-STATS TO TRUE
004820         END-READ
004830     ELSE
004840         DISPLAY 'CXB40125 BRANSTAT NOT AVAILABLE, STATUS='
004850             WS-STAT-STATUS
004860         SET END-OF-STATS TO TRUE
004870         MOVE 8 TO RETURN-CODE
004880     END-IF.
004890*
004900 1000-EXIT.
004910     EXIT.
004920*
004930*===============================================================
004940*    1300-GET-SITE-PARMS
004950*===============================================================
004960 1300-GET-SITE-PARMS.
004970*
004980*    OPERATIONAL KNOBS COME FROM THE SITEPARM FILE MAINTAINED
004990*    BY CXB40110; A MISSING FILE OR RECORD LEAVES THE
005000*    COMPILED-IN DEFAULT IN PLACE.
005010*
005020     OPEN INPUT SITE-PARM-FILE.
005030     IF NOT WS-PARM-FILE-OK
005040         GO TO 1300-EXIT
005050     END-IF.
005060*
005070     MOVE 'CHARGE-PER-REC' TO SP-PARM-NAME.
005080     READ SITE-PARM-FILE.
005090     IF WS-PARM-FILE-OK AND SP-PARM-VALUE > ZERO
005100         MOVE SP-PARM-VALUE TO WS-CHARGE-CENTS
005110     END-IF.
005120*
005130     CLOSE SITE-PARM-FILE.
005140*
005150 1300-EXIT.
005160     EXIT.
005170*
005180*===============================================================
005190*    2000-TALLY-STAT
005200*===============================================================
005210 2000-TALLY-STAT.
005220*
005230     ADD 1 TO WS-RECORD-COUNT.
005240*
005250     IF BS-STAT-MONTH NOT = WS-STATEMENT-MONTH
005260         GO TO 2000-NEXT
005270     END-IF.
005280*
005290     PERFORM 2500-FIND-OR-ADD-BRANCH THRU 2500-EXIT.
005300     IF WS-FOUND-INDEX > 0
005310         ADD BS-MERGED-COUNT
005320             TO WS-TBL-MERGED(WS-FOUND-INDEX)
005330         ADD BS-REJECT-COUNT
005340             TO WS-TBL-REJECTED(WS-FOUND-INDEX)
005350         ADD BS-TRUNC-COUNT
005360             TO WS-TBL-TRUNCATED(WS-FOUND-INDEX)
005370         IF BS-PRIOR-PERIOD-ADJ
005380             ADD BS-MERGED-COUNT
005390                 TO WS-TBL-PPA-MERGED(WS-FOUND-INDEX)
005400         END-IF
005410     END-IF.
005420*
005430 2000-NEXT.
005440     READ BRANCH-STAT-FILE
005450         AT END
005460             SET END-OF-STATS TO TRUE
005470     END-READ.
005480*
005490 2000-EXIT.
005500     EXIT.
005510*
005520*===============================================================
005530*    2500-FIND-OR-ADD-BRANCH
005540*===============================================================
005550 2500-FIND-OR-ADD-BRANCH.
005560*
005570     MOVE ZERO TO WS-FOUND-INDEX.
005580     PERFORM 2510-SCAN-BRANCH THRU 2510-EXIT
005590         VARYING WS-IDX FROM 1 BY 1
005600         UNTIL WS-IDX > WS-BRANCH-COUNT
005610            OR WS-FOUND-INDEX > ZERO.
005620*
005630     IF WS-FOUND-INDEX = ZERO
005640         IF WS-BRANCH-COUNT >= WS-BRANCH-MAX
005650             DISPLAY 'CXB40125 BRANCH TABLE FULL - '
005660                 BS-BRANCH-ID ' NOT STATED'
005670         ELSE
005680             ADD 1 TO WS-BRANCH-COUNT
005690             MOVE WS-BRANCH-COUNT TO WS-FOUND-INDEX
005700             MOVE BS-BRANCH-ID
005710                 TO WS-TBL-BRANCH-ID(WS-FOUND-INDEX)
005720         END-IF
005730     END-IF.
005740*
005750 2500-EXIT.
005760     EXIT.
005770*
005780*===============================================================
005790*    2510-SCAN-BRANCH
005800*===============================================================
005810 2510-SCAN-BRANCH.
005820*
005830     IF WS-TBL-BRANCH-ID(WS-IDX) = BS-BRANCH-ID
005840         MOVE WS-IDX TO WS-FOUND-INDEX
005850     END-IF.
005860*
005870 2510-EXIT.
005880     EXIT.
005890*
005900*===============================================================
005910*    3000-PRINT-STATEMENTS
005920*===============================================================
005930 3000-PRINT-STATEMENTS.
005940*
005950     COMPUTE WS-CHARGE-AMOUNT = WS-CHARGE-CENTS / 100.
005960*
005970     PERFORM 6000-OPEN-BILLING THRU 6000-EXIT.
005980*
005990     PERFORM 3100-PRINT-ONE-STATEMENT THRU 3100-EXIT
006000         VARYING WS-IDX FROM 1 BY 1
006010         UNTIL WS-IDX > WS-BRANCH-COUNT.
006020*
006030     IF BILLING-OPEN AND REBILL-RUN
006040         PERFORM 6400-CREDIT-DROPPED THRU 6400-EXIT
006050     END-IF.
006060*
006070     PERFORM 6900-CLOSE-BILLING THRU 6900-EXIT.
006080*
006090 3000-EXIT.
006100     EXIT.
006110*
006120*===============================================================
006130*    3100-PRINT-ONE-STATEMENT
006140*===============================================================
006150 3100-PRINT-ONE-STATEMENT.
006160*
006170     MOVE SPACES TO REPORT-RECORD.
006180     WRITE REPORT-RECORD.
006190     MOVE WS-TBL-BRANCH-ID(WS-IDX) TO WS-STM-BRANCH.
006200     MOVE WS-TBL-BRANCH-ID(WS-IDX) TO WS-LOOKUP-BRANCH.
006210     PERFORM 3150-LOOK-UP-BRANCH THRU 3150-EXIT.
006220     MOVE WS-LOOKUP-STATE TO WS-TBL-BILL-STATE(WS-IDX).
006230     WRITE REPORT-RECORD FROM WS-BRANCH-LINE.
006240*
006250     MOVE 'RECORDS MERGED      ' TO WS-CNT-LABEL.
006260     MOVE WS-TBL-MERGED(WS-IDX)  TO WS-CNT-VALUE.
006270     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
006280     IF WS-TBL-PPA-MERGED(WS-IDX) > ZERO
006290         MOVE '  PRIOR-PERIOD ADJ  ' TO WS-CNT-LABEL
006300         MOVE WS-TBL-PPA-MERGED(WS-IDX) TO WS-CNT-VALUE
006310         WRITE REPORT-RECORD FROM WS-COUNT-LINE
006320     END-IF.
006330     MOVE 'RECORDS REJECTED    ' TO WS-CNT-LABEL.
006340     MOVE WS-TBL-REJECTED(WS-IDX) TO WS-CNT-VALUE.
006350     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
006360     MOVE 'RECORDS TRUNCATED   ' TO WS-CNT-LABEL.
006370     MOVE WS-TBL-TRUNCATED(WS-IDX) TO WS-CNT-VALUE.
006380     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
006390*
006400     MOVE WS-CHARGE-AMOUNT TO WS-CHG-AMOUNT.
006410     WRITE REPORT-RECORD FROM WS-CHARGE-LINE.
006420*
006430*    THE BILL IS PER RECORD MERGED: REJECTED AND TRUNCATED
006440*    COUNTS ARE SHOWN FOR THE OFFICE'S INFORMATION, NOT
006450*    CHARGED.
006460*
006470     COMPUTE WS-MONTH-TOTAL =
006480         WS-TBL-MERGED(WS-IDX) * WS-CHARGE-AMOUNT.
006490     MOVE WS-MONTH-TOTAL TO WS-TOT-AMOUNT.
006500     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
006510*
006520*    ONLY A BRANCH THE MASTER FLAGS BILLABLE IS BILLED.  A
006530*    BRANCH NOT ON THE MASTER AT ALL IS LISTED FOR FOLLOW-UP.
006540*
006550     MOVE SPACES TO WS-BIL-NOTE.
006560     EVALUATE TRUE
006570         WHEN BILLING-NOT-OPEN
006580             MOVE WS-NOT-BILLED-REASON TO WS-BIL-NOTE
006590         WHEN TBL-NOT-ON-MASTER(WS-IDX)
006600             ADD 1 TO WS-NOT-ON-MASTER-COUNT
006610             MOVE 'NOT BILLED - NOT ON BRANCH MASTER'
006620                 TO WS-BIL-NOTE
006630             DISPLAY 'CXB40125 ' WS-STATEMENT-MONTH ' BRANCH '
006640                 WS-TBL-BRANCH-ID(WS-IDX)
006650                 ' NOT ON BRANCH MASTER - NOT BILLED'
006660         WHEN TBL-NOT-BILLABLE(WS-IDX)
006670             ADD 1 TO WS-NOT-BILLABLE-COUNT
006680             MOVE 'NOT BILLED - BRANCH NOT BILLABLE'
006690                 TO WS-BIL-NOTE
006700         WHEN OTHER
006710             PERFORM 6200-BILL-BRANCH THRU 6200-EXIT
006720     END-EVALUATE.
006730     WRITE REPORT-RECORD FROM WS-BILLING-LINE.
006740*
006750 3100-EXIT.
006760     EXIT.
006770*
006780*===============================================================
006790*    3150-LOOK-UP-BRANCH
006800*===============================================================
006810 3150-LOOK-UP-BRANCH.
006820*
006830*    READS WS-LOOKUP-BRANCH FROM THE MASTER INTO THE STATEMENT
006840*    LINE'S OFFICE NAME AND WS-LOOKUP-STATE.
006850*
006860     MOVE 'U' TO WS-LOOKUP-STATE.
006870     IF MASTER-NOT-OPEN
006880         MOVE '(BRANCH MASTER UNAVAILABLE)' TO WS-STM-OFFICE
006890         GO TO 3150-EXIT
006900     END-IF.
006910*
006920     MOVE WS-LOOKUP-BRANCH TO BM-BRANCH-ID.
006930     READ BRANCH-MASTER-FILE.
006940     IF NOT WS-MAST-FILE-OK
006950         MOVE '(NOT ON BRANCH MASTER)' TO WS-STM-OFFICE
006960         GO TO 3150-EXIT
006970     END-IF.
006980*
006990     MOVE BM-OFFICE-NAME TO WS-STM-OFFICE.
007000     IF BM-BILLABLE
007010         MOVE 'B' TO WS-LOOKUP-STATE
007020     ELSE
007030         MOVE 'N' TO WS-LOOKUP-STATE
007040     END-IF.
007050*
007060 3150-EXIT.
007070     EXIT.
007080*
007090*===============================================================
007100*    9000-TERMINATE
007110*===============================================================
007120 9000-TERMINATE.
007130*
007140     IF STATS-WERE-OPENED
007150         CLOSE BRANCH-STAT-FILE
007160     END-IF.
007170     CLOSE REPORT-FILE.
007180     IF MASTER-IS-OPEN
007190         CLOSE BRANCH-MASTER-FILE
007200     END-IF.
007210*
007220     IF WS-DUPLICATE-COUNT > ZERO AND RETURN-CODE < 4
007230         MOVE 4 TO RETURN-CODE
007240     END-IF.
007250     IF WS-NOT-ON-MASTER-COUNT > ZERO AND RETURN-CODE < 4
007260         MOVE 4 TO RETURN-CODE
007270     END-IF.
007280*
007290     DISPLAY 'CXB40125 STAT RECORDS READ:  ' WS-RECORD-COUNT.
007300     DISPLAY 'CXB40125 BRANCHES STATED:    ' WS-BRANCH-COUNT.
007310     DISPLAY 'CXB40125 INVOICES ISSUED:    ' WS-INVOICE-COUNT.
007320     DISPLAY 'CXB40125 CREDIT MEMOS:       ' WS-CREDIT-COUNT.
007330     DISPLAY 'CXB40125 REBILLS:            ' WS-REBILL-COUNT.
007340     IF WS-DUPLICATE-COUNT > ZERO
007350         DISPLAY 'CXB40125 ALREADY BILLED:     '
007360             WS-DUPLICATE-COUNT
007370     END-IF.
007380     IF WS-NOT-BILLABLE-COUNT > ZERO
007390         DISPLAY 'CXB40125 NOT BILLABLE:       '
007400             WS-NOT-BILLABLE-COUNT
007410     END-IF.
007420     IF WS-NOT-ON-MASTER-COUNT > ZERO
007430         DISPLAY 'CXB40125 NOT ON MASTER:      '
007440             WS-NOT-ON-MASTER-COUNT
007450     END-IF.
007460*
007470 9000-EXIT.
007480     EXIT.
007490*
007500*===============================================================
007510*    6000-OPEN-BILLING
007520*===============================================================
007530 6000-OPEN-BILLING.
007540*
007550*    ONLY A CLOSED MONTH IS BILLED, AND ONLY FROM FIGURES THAT
007560*    WERE ACTUALLY READ: A MISSING BRANSTAT ON A RE-BILL RUN
007570*    WOULD OTHERWISE CREDIT EVERY BRANCH.
007580*
007590     MOVE WS-REPORT-DATE(1:6) TO WS-CURRENT-MONTH.
007600     IF STATS-NOT-OPENED
007610         MOVE 'NOT BILLED - NO BRANCH STATISTICS'
007620             TO WS-NOT-BILLED-REASON
007630         GO TO 6000-EXIT
007640     END-IF.
007650     IF WS-STATEMENT-MONTH NOT < WS-CURRENT-MONTH
007660         MOVE 'NOT BILLED - MONTH NOT YET CLOSED'
007670             TO WS-NOT-BILLED-REASON
007680         DISPLAY 'CXB40125 ' WS-STATEMENT-MONTH
007690             ' IS NOT A CLOSED MONTH - STATEMENTS NOT BILLED'
007700         GO TO 6000-EXIT
007710     END-IF.
007720     IF MASTER-NOT-OPEN
007730         MOVE 'NOT BILLED - BRANCH MASTER UNAVAILABLE'
007740             TO WS-NOT-BILLED-REASON
007750         DISPLAY 'CXB40125 NO BRANCH MASTER - STATEMENTS NOT '
007760             'BILLED'
007770         MOVE 8 TO RETURN-CODE
007780         GO TO 6000-EXIT
007790     END-IF.
007800*
007810     OPEN I-O BILL-REG-FILE.
007820     IF NOT WS-BREG-FILE-OK AND WS-BREG-NOT-FOUND
007830         CLOSE BILL-REG-FILE
007840         OPEN OUTPUT BILL-REG-FILE
007850         CLOSE BILL-REG-FILE
007860         OPEN I-O BILL-REG-FILE
007870     END-IF.
007880     IF NOT WS-BREG-FILE-OK
007890         DISPLAY 'CXB40125 BILLREG OPEN FAILED, STATUS='
007900             WS-BREG-STATUS
007910         MOVE 'NOT BILLED - BILLING REGISTER UNAVAILABLE'
007920             TO WS-NOT-BILLED-REASON
007930         MOVE 8 TO RETURN-CODE
007940         GO TO 6000-EXIT
007950     END-IF.
007960*
007970     PERFORM 6100-FIND-LAST-NUMBER THRU 6100-EXIT.
007980*
007990     OPEN OUTPUT BILLING-FILE.
008000     IF NOT WS-BILL-FILE-OK
008010         DISPLAY 'CXB40125 ARBILL OPEN FAILED, STATUS='
008020             WS-BILL-STATUS
008030         MOVE 'NOT BILLED - INTERFACE FILE UNAVAILABLE'
008040             TO WS-NOT-BILLED-REASON
008050         CLOSE BILL-REG-FILE
008060         MOVE 8 TO RETURN-CODE
008070         GO TO 6000-EXIT
008080     END-IF.
008090*
008100     SET BILLING-OPEN TO TRUE.
008110     MOVE SPACES TO BILLING-RECORD.
008120     MOVE 'H' TO AB-REC-TYPE.
008130     MOVE WS-STATEMENT-MONTH TO AB-STMT-MONTH.
008140     MOVE WS-REPORT-DATE TO AB-BILL-DATE.
008150     MOVE PROGRAM-NAME TO AB-SOURCE.
008160     MOVE ZERO TO AB-DOC-NUMBER AB-REF-INVOICE AB-QUANTITY
008170                  AB-UNIT-PRICE AB-AMOUNT AB-DOC-COUNT.
008180     WRITE BILLING-RECORD.
008190*
008200 6000-EXIT.
008210     EXIT.
008220*
008230*===============================================================
008240*    6100-FIND-LAST-NUMBER
008250*===============================================================
008260 6100-FIND-LAST-NUMBER.
008270*
008280*    INVOICE AND CREDIT MEMO NUMBERS RUN IN ONE SERIES; THE
008290*    NEXT ONE FOLLOWS THE HIGHEST NUMBER ANYWHERE ON THE
008300*    REGISTER.
008310*
008320     MOVE ZERO TO WS-LAST-DOC-NUMBER.
008330     MOVE LOW-VALUES TO BR-BILL-KEY.
008340     START BILL-REG-FILE KEY IS NOT LESS THAN BR-BILL-KEY.
008350     IF WS-BREG-FILE-OK
008360         SET NOT-END-OF-REGISTER TO TRUE
008370     ELSE
008380         SET END-OF-REGISTER TO TRUE
008390     END-IF.
008400     PERFORM 6110-READ-ONE-NUMBER THRU 6110-EXIT
008410         UNTIL END-OF-REGISTER.
008420*
008430 6100-EXIT.
008440     EXIT.
008450*
008460*===============================================================
008470*    6110-READ-ONE-NUMBER
008480*===============================================================
008490 6110-READ-ONE-NUMBER.
008500*
008510     READ BILL-REG-FILE NEXT RECORD
008520         AT END
008530             SET END-OF-REGISTER TO TRUE
008540             GO TO 6110-EXIT
008550     END-READ.
008560*
008570     IF BR-ORIG-INVOICE > WS-LAST-DOC-NUMBER
008580         MOVE BR-ORIG-INVOICE TO WS-LAST-DOC-NUMBER
008590     END-IF.
008600     IF BR-CURR-INVOICE > WS-LAST-DOC-NUMBER
008610         MOVE BR-CURR-INVOICE TO WS-LAST-DOC-NUMBER
008620     END-IF.
008630     IF BR-LAST-CREDIT > WS-LAST-DOC-NUMBER
008640         MOVE BR-LAST-CREDIT TO WS-LAST-DOC-NUMBER
008650     END-IF.
008660*
008670 6110-EXIT.
008680     EXIT.
008690*
008700*===============================================================
008710*    6200-BILL-BRANCH
008720*===============================================================
008730 6200-BILL-BRANCH.
008740*
008750*    BILLS THE BRANCH AT WS-IDX AND LEAVES A NOTE FOR ITS
008760*    STATEMENT.  THE REGISTER IS WRITTEN BEFORE THE DOCUMENTS,
008770*    SO A DOCUMENT NEVER REACHES ACCOUNTS RECEIVABLE WITHOUT
008780*    ITS REGISTER ENTRY.
008790*
008800     COMPUTE WS-NEW-AMOUNT =
008810         WS-TBL-MERGED(WS-IDX) * WS-CHARGE-AMOUNT.
008820     MOVE WS-STATEMENT-MONTH TO BR-STMT-MONTH.
008830     MOVE WS-TBL-BRANCH-ID(WS-IDX) TO BR-BRANCH-ID.
008840     READ BILL-REG-FILE.
008850*
008860     IF WS-BREG-REC-MISSING
008870         PERFORM 6250-FIRST-INVOICE THRU 6250-EXIT
008880         GO TO 6200-EXIT
008890     END-IF.
008900     IF NOT WS-BREG-FILE-OK
008910         DISPLAY 'CXB40125 BILLREG READ FAILED FOR '
008920             WS-TBL-BRANCH-ID(WS-IDX) ', STATUS=' WS-BREG-STATUS
008930         MOVE 'NOT BILLED - BILLING REGISTER ERROR' TO WS-BIL-NOTE
008940         MOVE 8 TO RETURN-CODE
008950         GO TO 6200-EXIT
008960     END-IF.
008970*
008980     IF FIRST-BILL-RUN
008990         ADD 1 TO WS-DUPLICATE-COUNT
009000         STRING 'ALREADY BILLED - INVOICE ' BR-CURR-INVOICE
009010             ' NOT REPEATED' DELIMITED BY SIZE INTO WS-BIL-NOTE
009020         DISPLAY 'CXB40125 ' WS-STATEMENT-MONTH ' BRANCH '
009030             BR-BRANCH-ID ' ALREADY BILLED ON INVOICE '
009040             BR-CURR-INVOICE
009050         GO TO 6200-EXIT
009060     END-IF.
009070*
009080     IF NOT BR-CREDITED
009090         AND BR-MERGED = WS-TBL-MERGED(WS-IDX)
009100         AND BR-REJECTED = WS-TBL-REJECTED(WS-IDX)
009110         AND BR-TRUNCATED = WS-TBL-TRUNCATED(WS-IDX)
009120         AND BR-UNIT-CENTS = WS-CHARGE-CENTS
009130         ADD 1 TO WS-UNCHANGED-COUNT
009140         STRING 'UNCHANGED - INVOICE ' BR-CURR-INVOICE
009150             ' STANDS' DELIMITED BY SIZE INTO WS-BIL-NOTE
009160         GO TO 6200-EXIT
009170     END-IF.
009180*
009190     PERFORM 6300-CREDIT-AND-REBILL THRU 6300-EXIT.
009200*
009210 6200-EXIT.
009220     EXIT.
009230*
009240*===============================================================
009250*    6250-FIRST-INVOICE
009260*===============================================================
009270 6250-FIRST-INVOICE.
009280*
009290     ADD 1 TO WS-LAST-DOC-NUMBER.
009300     MOVE WS-STATEMENT-MONTH       TO BR-STMT-MONTH.
009310     MOVE WS-TBL-BRANCH-ID(WS-IDX) TO BR-BRANCH-ID.
009320     MOVE WS-LAST-DOC-NUMBER       TO BR-ORIG-INVOICE.
009330     MOVE WS-LAST-DOC-NUMBER       TO BR-CURR-INVOICE.
009340     MOVE ZERO                     TO BR-LAST-CREDIT.
009350     MOVE WS-TBL-MERGED(WS-IDX)    TO BR-MERGED.
009360     MOVE WS-TBL-REJECTED(WS-IDX)  TO BR-REJECTED.
009370     MOVE WS-TBL-TRUNCATED(WS-IDX) TO BR-TRUNCATED.
009380     MOVE WS-CHARGE-CENTS          TO BR-UNIT-CENTS.
009390     MOVE WS-NEW-AMOUNT            TO BR-AMOUNT.
009400     SET BR-BILLED TO TRUE.
009410     MOVE ZERO                     TO BR-REBILL-COUNT.
009420     MOVE WS-REPORT-DATE           TO BR-BILL-DATE.
009430     MOVE WS-REPORT-DATE           TO BR-UPD-DATE.
009440     WRITE BILL-REG-RECORD.
009450     IF NOT WS-BREG-FILE-OK
009460         DISPLAY 'CXB40125 BILLREG WRITE FAILED FOR '
009470             WS-TBL-BRANCH-ID(WS-IDX) ', STATUS=' WS-BREG-STATUS
009480         SUBTRACT 1 FROM WS-LAST-DOC-NUMBER
009490         MOVE 'NOT BILLED - BILLING REGISTER ERROR' TO WS-BIL-NOTE
009500         MOVE 8 TO RETURN-CODE
009510         GO TO 6250-EXIT
009520     END-IF.
009530*
009540     MOVE 'I'                      TO WS-DOC-TYPE.
009550     MOVE WS-LAST-DOC-NUMBER       TO WS-DOC-NUMBER.
009560     MOVE WS-LAST-DOC-NUMBER       TO WS-DOC-REF-INVOICE.
009570     MOVE +1                       TO WS-DOC-SIGN.
009580     PERFORM 6350-LOAD-FROM-TABLE THRU 6350-EXIT.
009590     PERFORM 6500-WRITE-DOCUMENT THRU 6500-EXIT.
009600     ADD 1 TO WS-INVOICE-COUNT.
009610     STRING 'INVOICE ' WS-DOC-NUMBER
009620         DELIMITED BY SIZE INTO WS-BIL-NOTE.
009630*
009640 6250-EXIT.
009650     EXIT.
009660*
009670*===============================================================
009680*    6300-CREDIT-AND-REBILL
009690*===============================================================
009700 6300-CREDIT-AND-REBILL.
009710*
009720*    THE CREDIT MEMO REVERSES WHAT THE REGISTER SAYS IS NOW
009730*    BILLED; A BRANCH ALREADY CREDITED IN FULL NEEDS NO CREDIT
009740*    MEMO, ONLY THE REBILL.  BOTH DOCUMENTS CARRY THE ORIGINAL
009750*    INVOICE NUMBER.
009760*
009770     MOVE ZERO TO WS-CREDIT-NUMBER.
009780     IF NOT BR-CREDITED
009790         ADD 1 TO WS-LAST-DOC-NUMBER
009800         MOVE WS-LAST-DOC-NUMBER TO WS-CREDIT-NUMBER
009810         MOVE BR-MERGED          TO WS-DOC-MERGED
009820         MOVE BR-REJECTED        TO WS-DOC-REJECTED
009830         MOVE BR-TRUNCATED       TO WS-DOC-TRUNCATED
009840         MOVE BR-UNIT-CENTS      TO WS-DOC-UNIT-CENTS
009850         MOVE WS-CREDIT-NUMBER   TO BR-LAST-CREDIT
009860     END-IF.
009870*
009880     ADD 1 TO WS-LAST-DOC-NUMBER.
009890     MOVE WS-LAST-DOC-NUMBER       TO BR-CURR-INVOICE.
009900     MOVE WS-TBL-MERGED(WS-IDX)    TO BR-MERGED.
009910     MOVE WS-TBL-REJECTED(WS-IDX)  TO BR-REJECTED.
009920     MOVE WS-TBL-TRUNCATED(WS-IDX) TO BR-TRUNCATED.
009930     MOVE WS-CHARGE-CENTS          TO BR-UNIT-CENTS.
009940     MOVE WS-NEW-AMOUNT            TO BR-AMOUNT.
009950     SET BR-REBILLED TO TRUE.
009960     IF BR-REBILL-COUNT < 99
009970         ADD 1 TO BR-REBILL-COUNT
009980     END-IF.
009990     MOVE WS-REPORT-DATE           TO BR-UPD-DATE.
010000     REWRITE BILL-REG-RECORD.
010010     IF NOT WS-BREG-FILE-OK
010020         DISPLAY 'CXB40125 BILLREG REWRITE FAILED FOR '
010030             WS-TBL-BRANCH-ID(WS-IDX) ', STATUS=' WS-BREG-STATUS
010040         MOVE 'NOT RE-BILLED - BILLING REGISTER ERROR'
010050             TO WS-BIL-NOTE
010060         MOVE 8 TO RETURN-CODE
010070         GO TO 6300-EXIT
010080     END-IF.
010090*
010100     MOVE BR-ORIG-INVOICE TO WS-DOC-REF-INVOICE.
010110     IF WS-CREDIT-NUMBER > ZERO
010120         MOVE 'C'              TO WS-DOC-TYPE
010130         MOVE WS-CREDIT-NUMBER TO WS-DOC-NUMBER
010140         MOVE WS-TBL-BRANCH-ID(WS-IDX) TO WS-DOC-BRANCH-ID
010150         MOVE -1               TO WS-DOC-SIGN
010160         PERFORM 6500-WRITE-DOCUMENT THRU 6500-EXIT
010170         ADD 1 TO WS-CREDIT-COUNT
010180     END-IF.
010190*
010200     MOVE 'R'                      TO WS-DOC-TYPE.
010210     MOVE BR-CURR-INVOICE          TO WS-DOC-NUMBER.
010220     MOVE +1                       TO WS-DOC-SIGN.
010230     PERFORM 6350-LOAD-FROM-TABLE THRU 6350-EXIT.
010240     PERFORM 6500-WRITE-DOCUMENT THRU 6500-EXIT.
010250     ADD 1 TO WS-REBILL-COUNT.
010260*
010270     IF WS-CREDIT-NUMBER > ZERO
010280         STRING 'CREDIT ' WS-CREDIT-NUMBER ' REBILL '
010290             BR-CURR-INVOICE ' FOR INVOICE ' BR-ORIG-INVOICE
010300             DELIMITED BY SIZE INTO WS-BIL-NOTE
010310     ELSE
010320         STRING 'REBILL ' BR-CURR-INVOICE ' FOR INVOICE '
010330             BR-ORIG-INVOICE DELIMITED BY SIZE INTO WS-BIL-NOTE
010340     END-IF.
010350*
010360 6300-EXIT.
010370     EXIT.
010380*
010390*===============================================================
010400*    6350-LOAD-FROM-TABLE
010410*===============================================================
010420 6350-LOAD-FROM-TABLE.
010430*
010440     MOVE WS-TBL-BRANCH-ID(WS-IDX) TO WS-DOC-BRANCH-ID.
010450     MOVE WS-TBL-MERGED(WS-IDX)    TO WS-DOC-MERGED.
010460     MOVE WS-TBL-REJECTED(WS-IDX)  TO WS-DOC-REJECTED.
010470     MOVE WS-TBL-TRUNCATED(WS-IDX) TO WS-DOC-TRUNCATED.
010480     MOVE WS-TBL-PPA-MERGED(WS-IDX) TO WS-DOC-PPA-MERGED.
010490     MOVE WS-CHARGE-CENTS          TO WS-DOC-UNIT-CENTS.
010500*
010510 6350-EXIT.
010520     EXIT.
010530*
010540*===============================================================
010550*    6400-CREDIT-DROPPED
010560*===============================================================
010570 6400-CREDIT-DROPPED.
010580*
010590*    ON A RE-BILL, A BRANCH BILLED FOR THE MONTH THAT NO LONGER
010600*    HAS ANY FIGURES FOR IT, OR IS NO LONGER BILLABLE ON THE
010610*    BRANCH MASTER, IS CREDITED IN FULL.
010620*
010630     MOVE WS-STATEMENT-MONTH TO BR-STMT-MONTH.
010640     MOVE LOW-VALUES TO BR-BRANCH-ID.
010650     START BILL-REG-FILE KEY IS NOT LESS THAN BR-BILL-KEY.
010660     IF WS-BREG-FILE-OK
010670         SET NOT-END-OF-REGISTER TO TRUE
010680     ELSE
010690         SET END-OF-REGISTER TO TRUE
010700     END-IF.
010710     PERFORM 6410-CHECK-ONE-BILLED THRU 6410-EXIT
010720         UNTIL END-OF-REGISTER.
010730*
010740 6400-EXIT.
010750     EXIT.
010760*
010770*===============================================================
010780*    6410-CHECK-ONE-BILLED
010790*===============================================================
010800 6410-CHECK-ONE-BILLED.
010810*
010820     READ BILL-REG-FILE NEXT RECORD
010830         AT END
010840             SET END-OF-REGISTER TO TRUE
010850             GO TO 6410-EXIT
010860     END-READ.
010870     IF BR-STMT-MONTH NOT = WS-STATEMENT-MONTH
010880         SET END-OF-REGISTER TO TRUE
010890         GO TO 6410-EXIT
010900     END-IF.
010910     IF BR-CREDITED
010920         GO TO 6410-EXIT
010930     END-IF.
010940*
010950     MOVE ZERO TO WS-FOUND-INDEX.
010960     PERFORM 6420-SCAN-BILLED THRU 6420-EXIT
010970         VARYING WS-IDX FROM 1 BY 1
010980         UNTIL WS-IDX > WS-BRANCH-COUNT
010990            OR WS-FOUND-INDEX > ZERO.
011000     IF WS-FOUND-INDEX > ZERO
011010         IF TBL-BILLABLE(WS-FOUND-INDEX)
011020             GO TO 6410-EXIT
011030         END-IF
011040     END-IF.
011050*
011060     ADD 1 TO WS-LAST-DOC-NUMBER.
011070     MOVE 'C'                TO WS-DOC-TYPE.
011080     MOVE WS-LAST-DOC-NUMBER TO WS-DOC-NUMBER.
011090     MOVE BR-ORIG-INVOICE    TO WS-DOC-REF-INVOICE.
011100     MOVE BR-BRANCH-ID       TO WS-DOC-BRANCH-ID.
011110     MOVE BR-MERGED          TO WS-DOC-MERGED.
011120     MOVE BR-REJECTED        TO WS-DOC-REJECTED.
011130     MOVE BR-TRUNCATED       TO WS-DOC-TRUNCATED.
011140     MOVE BR-UNIT-CENTS      TO WS-DOC-UNIT-CENTS.
011150     MOVE -1                 TO WS-DOC-SIGN.
011160*
011170     MOVE WS-LAST-DOC-NUMBER TO BR-LAST-CREDIT.
011180     MOVE ZERO TO BR-CURR-INVOICE BR-MERGED BR-REJECTED
011190                  BR-TRUNCATED BR-AMOUNT.
011200     SET BR-CREDITED TO TRUE.
011210     MOVE WS-REPORT-DATE     TO BR-UPD-DATE.
011220     REWRITE BILL-REG-RECORD.
011230     IF NOT WS-BREG-FILE-OK
011240         DISPLAY 'CXB40125 BILLREG REWRITE FAILED FOR '
011250             BR-BRANCH-ID ', STATUS=' WS-BREG-STATUS
011260         MOVE 8 TO RETURN-CODE
011270         GO TO 6410-EXIT
011280     END-IF.
011290*
011300     PERFORM 6500-WRITE-DOCUMENT THRU 6500-EXIT.
011310     ADD 1 TO WS-CREDIT-COUNT.
011320*
011330     MOVE SPACES TO REPORT-RECORD.
011340     WRITE REPORT-RECORD.
011350     MOVE BR-BRANCH-ID TO WS-STM-BRANCH.
011360     MOVE BR-BRANCH-ID TO WS-LOOKUP-BRANCH.
011370     PERFORM 3150-LOOK-UP-BRANCH THRU 3150-EXIT.
011380     WRITE REPORT-RECORD FROM WS-BRANCH-LINE.
011390     MOVE SPACES TO WS-BIL-NOTE.
011400     IF WS-FOUND-INDEX > ZERO
011410         STRING 'NOT BILLABLE - CREDIT ' WS-DOC-NUMBER
011420             ' FOR INVOICE ' BR-ORIG-INVOICE
011430             DELIMITED BY SIZE INTO WS-BIL-NOTE
011440     ELSE
011450         STRING 'NO FIGURES - CREDIT ' WS-DOC-NUMBER
011460             ' FOR INVOICE ' BR-ORIG-INVOICE
011470             DELIMITED BY SIZE INTO WS-BIL-NOTE
011480     END-IF.
011490     WRITE REPORT-RECORD FROM WS-BILLING-LINE.
011500*
011510 6410-EXIT.
011520     EXIT.
011530*
011540*===============================================================
011550*    6420-SCAN-BILLED
011560*===============================================================
011570 6420-SCAN-BILLED.
011580*
011590     IF WS-TBL-BRANCH-ID(WS-IDX) = BR-BRANCH-ID
011600         MOVE WS-IDX TO WS-FOUND-INDEX
011610     END-IF.
011620*
011630 6420-EXIT.
011640     EXIT.
011650*
011660*===============================================================
011670*    6500-WRITE-DOCUMENT
011680*===============================================================
011690 6500-WRITE-DOCUMENT.
011700*
011710*    ONE 'I' DOCUMENT RECORD AND ITS THREE 'L' LINE ITEMS.
011720*    ONLY RECORDS MERGED ARE CHARGED; REJECTED AND TRUNCATED
011730*    RECORDS ARE ITEMIZED AT NO CHARGE, AS ON THE STATEMENT.
011740*    A DOCUMENT LOADED FROM THE TABLE WITH PRIOR-PERIOD
011750*    MERGED RECORDS GETS A FOURTH, NO-CHARGE 'PPA-MRGD' ITEM;
011760*    THE COUNT IS CLEARED ONCE WRITTEN, SO DOCUMENTS BUILT
011770*    FROM THE REGISTER NEVER CARRY IT.
011780*
011790     COMPUTE WS-DOC-UNIT-PRICE = WS-DOC-UNIT-CENTS / 100.
011800     COMPUTE WS-DOC-AMOUNT =
011810         WS-DOC-MERGED * WS-DOC-UNIT-PRICE * WS-DOC-SIGN.
011820*
011830     MOVE SPACES TO BILLING-RECORD.
011840     MOVE 'I'                TO AB-REC-TYPE.
011850     MOVE WS-DOC-TYPE        TO AB-DOC-TYPE.
011860     MOVE WS-DOC-NUMBER      TO AB-DOC-NUMBER.
011870     MOVE WS-DOC-REF-INVOICE TO AB-REF-INVOICE.
011880     MOVE WS-STATEMENT-MONTH TO AB-STMT-MONTH.
011890     MOVE WS-DOC-BRANCH-ID   TO AB-BRANCH-ID.
011900     MOVE ZERO               TO AB-QUANTITY AB-UNIT-PRICE
011910                                AB-DOC-COUNT.
011920     MOVE WS-DOC-AMOUNT      TO AB-AMOUNT.
011930     MOVE WS-REPORT-DATE     TO AB-BILL-DATE.
011940     MOVE PROGRAM-NAME       TO AB-SOURCE.
011950     WRITE BILLING-RECORD.
011960*
011970     MOVE 'L'                TO AB-REC-TYPE.
011980     MOVE 'MERGED'           TO AB-LINE-ITEM.
011990     MOVE WS-DOC-MERGED      TO AB-QUANTITY.
012000     MOVE WS-DOC-UNIT-PRICE  TO AB-UNIT-PRICE.
012010     MOVE WS-DOC-AMOUNT      TO AB-AMOUNT.
012020     WRITE BILLING-RECORD.
012030*
012040     MOVE 'REJECTED'         TO AB-LINE-ITEM.
012050     MOVE WS-DOC-REJECTED    TO AB-QUANTITY.
012060     MOVE ZERO               TO AB-UNIT-PRICE AB-AMOUNT.
012070     WRITE BILLING-RECORD.
012080*
012090     MOVE 'TRUNCATD'         TO AB-LINE-ITEM.
012100     MOVE WS-DOC-TRUNCATED   TO AB-QUANTITY.
012110     WRITE BILLING-RECORD.
012120*
012130     IF WS-DOC-PPA-MERGED > ZERO
012140         MOVE 'PPA-MRGD'         TO AB-LINE-ITEM
012150         MOVE WS-DOC-PPA-MERGED  TO AB-QUANTITY
012160         WRITE BILLING-RECORD
012170         MOVE ZERO               TO WS-DOC-PPA-MERGED
012180     END-IF.
012190*
012200     ADD 1 TO WS-DOC-COUNT.
012210     ADD WS-DOC-AMOUNT TO WS-BILL-TOTAL.
012220*
012230 6500-EXIT.
012240     EXIT.
012250*
012260*===============================================================
012270*    6900-CLOSE-BILLING
012280*===============================================================
012290 6900-CLOSE-BILLING.
012300*
012310     IF BILLING-NOT-OPEN
012320         GO TO 6900-EXIT
012330     END-IF.
012340*
012350     MOVE SPACES TO BILLING-RECORD.
012360     MOVE 'T' TO AB-REC-TYPE.
012370     MOVE WS-STATEMENT-MONTH TO AB-STMT-MONTH.
012380     MOVE WS-REPORT-DATE TO AB-BILL-DATE.
012390     MOVE PROGRAM-NAME TO AB-SOURCE.
012400     MOVE ZERO TO AB-DOC-NUMBER AB-REF-INVOICE AB-QUANTITY
012410                  AB-UNIT-PRICE.
012420     MOVE WS-DOC-COUNT TO AB-DOC-COUNT.
012430     MOVE WS-BILL-TOTAL TO AB-AMOUNT.
012440     WRITE BILLING-RECORD.
012450     CLOSE BILLING-FILE.
012460     CLOSE BILL-REG-FILE.
012470*
012480     MOVE SPACES TO REPORT-RECORD.
012490     WRITE REPORT-RECORD.
012500     MOVE 'BILLING DOCUMENTS ISSUED' TO WS-BTL-LABEL.
012510     MOVE WS-DOC-COUNT TO WS-BTL-COUNT.
012520     WRITE REPORT-RECORD FROM WS-BILL-TOTAL-LINE.
012530     MOVE 'BRANCHES ALREADY BILLED' TO WS-BTL-LABEL.
012540     MOVE WS-DUPLICATE-COUNT TO WS-BTL-COUNT.
012550     WRITE REPORT-RECORD FROM WS-BILL-TOTAL-LINE.
012560     IF REBILL-RUN
012570         MOVE 'BRANCHES UNCHANGED' TO WS-BTL-LABEL
012580         MOVE WS-UNCHANGED-COUNT TO WS-BTL-COUNT
012590         WRITE REPORT-RECORD FROM WS-BILL-TOTAL-LINE
012600     END-IF.
012610     MOVE WS-BILL-TOTAL TO WS-BAL-AMOUNT.
012620     WRITE REPORT-RECORD FROM WS-BILL-AMOUNT-LINE.
012630*
012640 6900-EXIT.
012650     EXIT.
