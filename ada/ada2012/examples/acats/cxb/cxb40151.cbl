000100* CXB40151.CBL
000110*
000120*     PROGRAM:  CXB40151   ("Audit_Sample")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Draws internal audit's statistical sample of the
000160*          nightly result files - TRANSOUT, DBLOUT and PDOUT -
000170*          for one business date or a whole month, and prints
000180*          the sample worksheet the auditors test from.  The
000190*          SMPLCTL control record names the period, the seed,
000200*          the sample size or rate, and whether to stratify by
000210*          branch and by amount band.  The same control record
000220*          against the same files always draws the same sample.
000230*
000240*          The population is every data record of each file's
000250*          latest processing cycle for each business date in
000260*          the period: the CXB40113 generation slots on GENCTL
000270*          (highest cycle, then latest time, for the date), the
000280*          live TRANSOUT and DBLOUT when their header date is in
000290*          the period and no generation was kept for it, and
000300*          PDOUT when the current business date is in the
000310*          period (PDOUT carries no envelope and is always the
000320*          current date's).  Each enveloped copy must carry its
000330*          date on the header, and its data records must agree
000340*          with its trailer count; one that does not is listed
000350*          and, where it could still be read, sampled anyway.
000360*
000370*          Strata are the file, plus the branch on TRANSOUT and
000380*          the amount band on DBLOUT and PDOUT when asked for.
000390*          Bands are by the absolute amount against three
000400*          limits (default 100.00, 1,000.00 and 10,000.00):
000410*          band 1 below the first, up to band 4 at or over the
000420*          third.  TRANSOUT has no amount and DBLOUT and PDOUT
000430*          no branch, so those stay blank/zero.  Each stratum
000440*          is sampled systematically: n records (the sample
000450*          size, or the rate's share rounded up, never more
000460*          than the stratum) at a spacing of N/n from a random
000470*          start.  The starts come from the seed through the
000480*          Park-Miller generator (16807 times, modulo 2**31-1),
000490*          one draw per stratum in stratum order, so nothing
000500*          depends on the machine or the time of day.
000510*
000520*          For each selected record the worksheet shows where
000530*          it is (file, copy, date, cycle, data-record position
000540*          in the copy), its edited values, the result
000550*          recomputed independently of the programs that wrote
000560*          it, and whether the two agree:
000570*
000580*            TRANSOUT  the input string from the record's last
000590*                      MERGED or RELEASED event on TRACELOG up to
000600*                      the file's date, which CXB40091 copies
000610*                      unchanged when every byte is printable and
000620*                      rejects to SUSPENSE otherwise;
000630*            DBLOUT    twice the integer, or overflow when that
000640*                      is more than 999,999,999 either way (the
000650*                      double is not checked on an overflow);
000660*            PDOUT     twice the amount, or overflow when that
000670*                      is more than 9,999,999.99 either way.
000680*
000690*          A record with no trace key or no history, or an
000700*          amount that is not a valid packed number, cannot be
000710*          recomputed and is flagged so.
000720*
000730*          Each selection is written to the SMPLREG sample
000740*          register for CXB40152 to record audit's findings
000750*          against.  A period already on the register is not
000760*          drawn again: the sample is redrawn and compared with
000770*          the register record by record, the worksheet marks
000780*          each one REPRODUCED or NOT AS REGISTERED, and the
000790*          register is left as it stands.
000800*
000810*     INPUTS:
000820*          SMPLCTL    - the sample control record.
000830*          GENCTL     - generation control file kept by CXB40113.
000840*          TRANSOUT, TRANSG1-TRANSG5 - the TRANSOUT file and its
000850*                       generations (CXBCTL envelope).
000860*          DBLOUT, DBLG1-DBLG5 - the DBLOUT file and its
000870*                       generations (CXBCTL envelope).
000880*          PDOUT      - the current date's per-diem results.
000890*          TRACELOG   - indexed record history (CXBTRCE
000900*                       layout).
000910*
000920*     OUTPUTS:
000930*          SMPLREG    - keyed audit-sample register (CXBSMPL
000940*                       layout), created when absent.
000950*          SMPLRPT    - the sample worksheet.
000960*          RETURN-CODE 0 drawn and registered, 4 drawn but a
000970*                       copy was unreadable or out of balance,
000980*                       a result differs from its recomputation,
000990*                       the population was empty, or a redraw
001000*                       did not reproduce the register, 8 the
001010*                       control record is missing or invalid,
001020*                       or the register could not be written.
001030*
001040*     CHANGE HISTORY:
001050*       15 OCT 2026   DPO   Initial release.
001060*       15 OCT 2026   DPO   TRACELOG events are now keyed on the
001070*                           system date; events past the file's
001080*                           date are skipped by their business
001090*                           date instead of ending the scan.
001100*
001110 IDENTIFICATION DIVISION.
001120 PROGRAM-ID. CXB40151.
001130 AUTHOR. DATA-PROCESSING-OPERATIONS.
001140 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
001150 DATE-WRITTEN. 15 OCT 2026.
001160 DATE-COMPILED.
001170*
001180 ENVIRONMENT DIVISION.
001190 INPUT-OUTPUT SECTION.
001200 FILE-CONTROL.
001210     SELECT CONTROL-FILE ASSIGN TO "SMPLCTL"
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-CTL-STATUS.
001240     SELECT GEN-CONTROL-FILE ASSIGN TO "GENCTL"
001250         ORGANIZATION IS SEQUENTIAL
001260         FILE STATUS IS WS-GEN-STATUS.
001270     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WS-SRC-STATUS.
001300     SELECT DBL-OUT-FILE ASSIGN TO "DBLOUT"
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS WS-SRC-STATUS.
001330     SELECT TRANSG1-FILE ASSIGN TO "TRANSG1"
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS WS-SRC-STATUS.
001360     SELECT TRANSG2-FILE ASSIGN TO "TRANSG2"
001370         ORGANIZATION IS SEQUENTIAL
001380         FILE STATUS IS WS-SRC-STATUS.
001390     SELECT TRANSG3-FILE ASSIGN TO "TRANSG3"
001400         ORGANIZATION IS SEQUENTIAL
001410         FILE STATUS IS WS-SRC-STATUS.
001420     SELECT TRANSG4-FILE ASSIGN TO "TRANSG4"
001430         ORGANIZATION IS SEQUENTIAL
001440         FILE STATUS IS WS-SRC-STATUS.
001450     SELECT TRANSG5-FILE ASSIGN TO "TRANSG5"
001460         ORGANIZATION IS SEQUENTIAL
001470         FILE STATUS IS WS-SRC-STATUS.
001480     SELECT DBLG1-FILE ASSIGN TO "DBLG1"
001490         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS WS-SRC-STATUS.
001510     SELECT DBLG2-FILE ASSIGN TO "DBLG2"
001520         ORGANIZATION IS SEQUENTIAL
001530         FILE STATUS IS WS-SRC-STATUS.
001540     SELECT DBLG3-FILE ASSIGN TO "DBLG3"
001550         ORGANIZATION IS SEQUENTIAL
001560         FILE STATUS IS WS-SRC-STATUS.
001570     SELECT DBLG4-FILE ASSIGN TO "DBLG4"
001580         ORGANIZATION IS SEQUENTIAL
001590         FILE STATUS IS WS-SRC-STATUS.
001600     SELECT DBLG5-FILE ASSIGN TO "DBLG5"
001610         ORGANIZATION IS SEQUENTIAL
001620         FILE STATUS IS WS-SRC-STATUS.
001630     SELECT PD-OUT-FILE ASSIGN TO "PDOUT"
001640         ORGANIZATION IS SEQUENTIAL
001650         FILE STATUS IS WS-SRC-STATUS.
001660     SELECT TRACE-LOG-FILE ASSIGN TO "TRACELOG"
001670         ORGANIZATION IS INDEXED
001680         ACCESS MODE IS DYNAMIC
001690         RECORD KEY IS TL-LOG-KEY
001700         FILE STATUS IS WS-TRACE-STATUS.
001710     SELECT SAMPLE-REG-FILE ASSIGN TO "SMPLREG"
001720         ORGANIZATION IS INDEXED
001730         ACCESS MODE IS RANDOM
001740         RECORD KEY IS SR-SAMPLE-KEY
001750         FILE STATUS IS WS-REG-STATUS.
001760     SELECT REPORT-FILE ASSIGN TO "SMPLRPT"
001770         ORGANIZATION IS SEQUENTIAL.
001780*
001790 DATA DIVISION.
001800 FILE SECTION.
001810*
001820*    SMPLCTL: ONE RECORD.  THE PERIOD IS CCYYMMDD FOR A SINGLE
001830*    BUSINESS DATE OR CCYYMM00 FOR A MONTH.  THE SAMPLE SIZE IS
001840*    PER STRATUM; WHEN IT IS ZERO THE RATE (A PERCENTAGE) IS
001850*    USED.  THE FILE SELECT FLAGS ARE Y OR N FOR TRANSOUT,
001860*    DBLOUT AND PDOUT IN THAT ORDER; SPACES TAKE ALL THREE.
001870*    ZERO BAND LIMITS TAKE THE DEFAULTS.
001880*
001890 FD  CONTROL-FILE
001900     RECORDING MODE IS F.
001910 01  CONTROL-RECORD.
001920     05  CT-PERIOD             PIC 9(08).
001930     05  CT-SEED               PIC 9(09).
001940     05  CT-SAMPLE-SIZE        PIC 9(05).
001950     05  CT-SAMPLE-RATE        PIC 9(03)V99.
001960     05  CT-BY-BRANCH          PIC X(01).
001970     05  CT-BY-BAND            PIC X(01).
001980     05  CT-BAND-LIMITS.
001990         10  CT-BAND-LIMIT     PIC 9(07)V99 OCCURS 3 TIMES.
002000     05  CT-FILE-SELECT.
002010         10  CT-SELECT-FLAG    PIC X(01)    OCCURS 3 TIMES.
002020*
002030 FD  GEN-CONTROL-FILE
002040     RECORDING MODE IS F.
002050 01  GEN-CONTROL-RECORD.
002060     05  GC-FILE-ID            PIC X(08).
002070     05  GC-SLOT               PIC 9(01).
002080     05  GC-GEN-DATE           PIC 9(08).
002090     05  GC-GEN-TIME           PIC 9(08).
002100     05  GC-RECORD-COUNT       PIC 9(09).
002110     05  GC-GEN-CYCLE          PIC 9(02).
002120*
002130*    THE ENVELOPED FILES, LIVE AND GENERATION, ALL CARRY THE
002140*    SAME 28-BYTE RECORD; EACH IS READ INTO WS-ENV-RECORD.
002150*
002160 FD  TRANS-OUT-FILE
002170     RECORDING MODE IS F.
002180 01  TRANS-OUT-RECORD          PIC X(28).
002190 FD  DBL-OUT-FILE
002200     RECORDING MODE IS F.
002210 01  DBL-OUT-RECORD            PIC X(28).
002220 FD  TRANSG1-FILE
002230     RECORDING MODE IS F.
002240 01  TRANSG1-RECORD            PIC X(28).
002250 FD  TRANSG2-FILE
002260     RECORDING MODE IS F.
002270 01  TRANSG2-RECORD            PIC X(28).
002280 FD  TRANSG3-FILE
002290     RECORDING MODE IS F.
002300 01  TRANSG3-RECORD            PIC X(28).
002310 FD  TRANSG4-FILE
002320     RECORDING MODE IS F.
002330 01  TRANSG4-RECORD            PIC X(28).
002340 FD  TRANSG5-FILE
002350     RECORDING MODE IS F.
002360 01  TRANSG5-RECORD            PIC X(28).
002370 FD  DBLG1-FILE
002380     RECORDING MODE IS F.
002390 01  DBLG1-RECORD              PIC X(28).
002400 FD  DBLG2-FILE
002410     RECORDING MODE IS F.
002420 01  DBLG2-RECORD              PIC X(28).
002430 FD  DBLG3-FILE
002440     RECORDING MODE IS F.
002450 01  DBLG3-RECORD              PIC X(28).
002460 FD  DBLG4-FILE
002470     RECORDING MODE IS F.
002480 01  DBLG4-RECORD              PIC X(28).
002490 FD  DBLG5-FILE
002500     RECORDING MODE IS F.
002510 01  DBLG5-RECORD              PIC X(28).
002520*
002530 FD  PD-OUT-FILE
002540     RECORDING MODE IS F.
002550 01  PD-OUT-RECORD.
002560     05  PO-OUT-AMOUNT         PIC S9(7)V99 USAGE IS COMP-3.
002570     05  PO-OUT-DOUBLE-AMOUNT  PIC S9(7)V99 USAGE IS COMP-3.
002580     05  PO-OUT-OVERFLOW       PIC X(01).
002590     05  PO-LOCATION           PIC X(04).
002600*
002610 FD  TRACE-LOG-FILE
002620     RECORDING MODE IS F.
002630 01  TRACE-LOG-RECORD.
002640     COPY CXBTRCE
002650         REPLACING LEADING ==CXB-TL== BY ==TL==.
002660*
002670 FD  SAMPLE-REG-FILE
002680     RECORDING MODE IS F.
002690 01  SAMPLE-REG-RECORD.
002700     COPY CXBSMPL
002710         REPLACING LEADING ==CXB-SR== BY ==SR==.
002720*
002730 FD  REPORT-FILE
002740     RECORDING MODE IS F.
002750 01  REPORT-RECORD             PIC X(80).
002760*
002770 WORKING-STORAGE SECTION.
002780*
002790*    STANDALONE COUNTERS AND SWITCHES
002800*
002810 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40151'.
002820*
002830 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
002840 01  WS-PERIOD-DATE            PIC 9(08)  VALUE ZERO.
002850 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-DATE.
002860     05  WS-PERIOD-CCYY        PIC 9(04).
002870     05  WS-PERIOD-MM          PIC 9(02).
002880     05  WS-PERIOD-DD          PIC 9(02).
002890         88  PERIOD-IS-MONTH                 VALUE ZERO.
002900 77  WS-PERIOD-MONTH           PIC 9(06)  VALUE ZERO.
002910 77  WS-RUN-MONTH              PIC 9(06)  VALUE ZERO.
002920 77  WS-TEST-DATE              PIC 9(08)  VALUE ZERO.
002930 77  WS-TEST-MONTH             PIC 9(06)  VALUE ZERO.
002940*
002950 77  WS-CTL-STATUS             PIC X(02)  VALUE SPACES.
002960     88  WS-CTL-FILE-OK                      VALUE '00'.
002970 77  WS-GEN-STATUS             PIC X(02)  VALUE SPACES.
002980     88  WS-GEN-FILE-OK                      VALUE '00'.
002990 77  WS-SRC-STATUS             PIC X(02)  VALUE SPACES.
003000     88  WS-SRC-FILE-OK                      VALUE '00'.
003010 77  WS-TRACE-STATUS           PIC X(02)  VALUE SPACES.
003020     88  WS-TRACE-FILE-OK                    VALUE '00'.
003030 77  WS-REG-STATUS             PIC X(02)  VALUE SPACES.
003040     88  WS-REG-FILE-OK                      VALUE '00'.
003050     88  WS-REG-NOT-FOUND                    VALUE '35'.
003060     88  WS-REG-REC-MISSING                  VALUE '23'.
003070*
003080 77  WS-GEN-EOF-SWITCH         PIC X(01)  VALUE 'N'.
003090     88  END-OF-GENCTL                       VALUE 'Y'.
003100     88  NOT-END-OF-GENCTL                   VALUE 'N'.
003110 77  WS-SRC-EOF-SWITCH         PIC X(01)  VALUE 'N'.
003120     88  END-OF-SOURCE                       VALUE 'Y'.
003130     88  NOT-END-OF-SOURCE                   VALUE 'N'.
003140 77  WS-SCAN-SWITCH            PIC X(01)  VALUE 'N'.
003150     88  SCAN-DONE                           VALUE 'Y'.
003160     88  SCAN-NOT-DONE                       VALUE 'N'.
003170 77  WS-IN-PERIOD-SWITCH       PIC X(01)  VALUE 'N'.
003180     88  DATE-IN-PERIOD                      VALUE 'Y'.
003190     88  DATE-NOT-IN-PERIOD                  VALUE 'N'.
003200 77  WS-TRACE-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
003210     88  TRACE-IS-OPEN                       VALUE 'Y'.
003220     88  TRACE-NOT-OPEN                      VALUE 'N'.
003230 77  WS-REG-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
003240     88  SAMPLE-REG-IS-OPEN                  VALUE 'Y'.
003250     88  SAMPLE-REG-NOT-OPEN                 VALUE 'N'.
003260*
003270*    SET WHEN THE SAMPLE CANNOT BE DRAWN AT ALL, WITH THE
003280*    REASON PRINTED.
003290*
003300 77  WS-REFUSE-SWITCH          PIC X(01)  VALUE 'N'.
003310     88  SAMPLE-REFUSED                      VALUE 'Y'.
003320     88  SAMPLE-ALLOWED                      VALUE 'N'.
003330 77  WS-REFUSE-TEXT            PIC X(60)  VALUE SPACES.
003340*
003350*    DRAW MODE WRITES THE SAMPLE TO THE REGISTER; REPRODUCE
003360*    MODE FINDS THE PERIOD ALREADY THERE AND ONLY COMPARES.
003370*
003380 77  WS-MODE-SWITCH            PIC X(01)  VALUE 'D'.
003390     88  DRAW-MODE                           VALUE 'D'.
003400     88  REPRODUCE-MODE                      VALUE 'R'.
003410 77  WS-REG-SEED               PIC 9(09)  VALUE ZERO.
003420*
003430*    SET WHEN ANYTHING CALLS FOR A RETURN CODE OF 4.
003440*
003450 77  WS-WARN-SWITCH            PIC X(01)  VALUE 'N'.
003460     88  RUN-HAS-WARNING                     VALUE 'Y'.
003470     88  RUN-IS-CLEAN                        VALUE 'N'.
003480 77  WS-REG-ERROR-SWITCH       PIC X(01)  VALUE 'N'.
003490     88  REGISTER-WRITE-FAILED               VALUE 'Y'.
003500     88  REGISTER-WRITE-OK                   VALUE 'N'.
003510*
003520*    THE SAMPLE PARAMETERS, AS TAKEN FROM SMPLCTL.
003530*
003540 77  WS-SEED                   PIC 9(09)  VALUE ZERO.
003550 77  WS-SAMPLE-SIZE            PIC 9(05)  VALUE ZERO.
003560 77  WS-SAMPLE-RATE            PIC 9(03)V99 VALUE ZERO.
003570 77  WS-BY-BRANCH              PIC X(01)  VALUE 'N'.
003580     88  STRATIFY-BY-BRANCH                  VALUE 'Y'.
003590 77  WS-BY-BAND                PIC X(01)  VALUE 'N'.
003600     88  STRATIFY-BY-BAND                    VALUE 'Y'.
003610 01  WS-BAND-LIMIT-TABLE.
003620     05  WS-BAND-LIMIT         PIC 9(07)V99 OCCURS 3 TIMES.
003630 01  WS-FILE-SELECT-TABLE.
003640     05  WS-FILE-SELECTED      PIC X(01)    OCCURS 3 TIMES.
003650*
003660*    WS-LEG-SELECT NAMES THE RESULT FILE; WS-SRC-SLOT IS ZERO
003670*    FOR THE LIVE FILE OR THE GENERATION SLOT IT IS TAKEN
003680*    FROM, AND WS-SRC-SELECT COMBINES THE TWO (LEG TIMES TEN
003690*    PLUS SLOT) TO NAME THE FILE ACTUALLY READ.  THE LEG
003700*    NUMBERS ARE THE ONES CXB40145 USES FOR THE SAME FILES.
003710*
003720 77  WS-LEG-SELECT             PIC 9(01)  VALUE ZERO.
003730     88  LEG-TRANSOUT                        VALUE 2.
003740     88  LEG-DBLOUT                          VALUE 4.
003750     88  LEG-PDOUT                           VALUE 5.
003760 77  WS-SRC-SLOT               PIC 9(01)  VALUE ZERO.
003770 77  WS-SRC-SELECT             PIC 9(02)  VALUE ZERO.
003780 77  WS-FILE-INDEX             PIC 9(01)  VALUE ZERO.
003790*
003800 01  WS-LEG-NAME-VALUES.
003810     05  FILLER                PIC X(16) VALUE SPACES.
003820     05  FILLER                PIC X(16) VALUE 'TRANSOUTTRANSG  '.
003830     05  FILLER                PIC X(16) VALUE SPACES.
003840     05  FILLER                PIC X(16) VALUE 'DBLOUT  DBLG    '.
003850     05  FILLER                PIC X(16) VALUE 'PDOUT           '.
003860 01  WS-LEG-NAME-TABLE REDEFINES WS-LEG-NAME-VALUES.
003870     05  WS-LEG-NAMES          OCCURS 5 TIMES.
003880         10  WS-LEG-LIVE-NAME  PIC X(08).
003890         10  WS-LEG-GEN-PREFIX PIC X(08).
003900*
003910*    THE COPIES MAKING UP THE POPULATION, IN LEG, DATE, CYCLE
003920*    AND TIME ORDER ONCE SORTED, SO THE ORDER DOES NOT DEPEND
003930*    ON WHERE GENCTL HAPPENS TO HOLD THEM.  ONE PER LEG AND
003940*    DATE: FIVE GENERATIONS EACH FOR TRANSOUT AND DBLOUT, THE
003950*    TWO LIVE FILES AND PDOUT.
003960*
003970 77  WS-SRC-MAX                PIC 9(03)  COMP VALUE 13.
003980 77  WS-SRC-COUNT              PIC 9(03)  COMP VALUE ZERO.
003990 77  WS-SRC-IDX                PIC 9(03)  COMP VALUE ZERO.
004000 77  WS-SORT-IDX               PIC 9(03)  COMP VALUE ZERO.
004010 77  WS-SORT-LIMIT             PIC 9(03)  COMP VALUE ZERO.
004020 01  WS-SOURCE-TABLE.
004030     05  WS-SOURCE-ENTRY       OCCURS 13 TIMES.
004040         10  WS-SRT-SORT-KEY.
004050             15  WS-SRT-LEG        PIC 9(01).
004060             15  WS-SRT-DATE       PIC 9(08).
004070             15  WS-SRT-CYCLE      PIC 9(02).
004080             15  WS-SRT-TIME       PIC 9(08).
004090         10  WS-SRT-SLOT           PIC 9(01).
004100         10  WS-SRT-NAME           PIC X(08).
004110         10  WS-SRT-RECORDS        PIC 9(09)  COMP.
004120         10  WS-SRT-STATE          PIC X(01).
004130             88  SRT-USABLE                  VALUE 'U'.
004140             88  SRT-OUT-OF-BALANCE          VALUE 'B'.
004150             88  SRT-NOT-AVAILABLE           VALUE 'A'.
004160             88  SRT-NO-HEADER               VALUE 'H'.
004170             88  SRT-WRONG-DATE              VALUE 'D'.
004180             88  SRT-SAMPLED                 VALUE 'U' 'B'.
004190 01  WS-SOURCE-SWAP            PIC X(40)  VALUE SPACES.
004200 77  WS-FOUND-INDEX            PIC 9(03)  COMP VALUE ZERO.
004210*
004220*    THE GENERATION OR LIVE FILE ABOUT TO BE ADDED.
004230*
004240 77  WS-NEW-DATE               PIC 9(08)  VALUE ZERO.
004250 77  WS-NEW-CYCLE              PIC 9(02)  VALUE ZERO.
004260 77  WS-NEW-TIME               PIC 9(08)  VALUE ZERO.
004270*
004280*    THE RESULT OF OPENING THE COPY IN HAND.
004290*
004300 77  WS-OPEN-RESULT            PIC X(01)  VALUE SPACE.
004310     88  OPEN-SUCCEEDED                      VALUE 'U'.
004320     88  OPEN-NOT-AVAILABLE                  VALUE 'A'.
004330     88  OPEN-NO-HEADER                      VALUE 'H'.
004340     88  OPEN-WRONG-DATE                     VALUE 'D'.
004350 77  WS-EXPECT-DATE            PIC 9(08)  VALUE ZERO.
004360 77  WS-HEADER-DATE            PIC 9(08)  VALUE ZERO.
004370*
004380*    ENVELOPE FIGURES FOR THE COPY IN HAND.
004390*
004400 77  WS-DATA-COUNT             PIC 9(09)  COMP VALUE ZERO.
004410 77  WS-TRL-COUNT              PIC 9(09)  COMP VALUE ZERO.
004420 77  WS-TRAILER-SWITCH         PIC X(01)  VALUE 'N'.
004430     88  SOURCE-TRAILER-FOUND                VALUE 'Y'.
004440     88  SOURCE-TRAILER-MISSING              VALUE 'N'.
004450*
004460 01  WS-ENV-RECORD.
004470     COPY CXBCTL
004480         REPLACING LEADING ==CXB-CTL== BY ==EV==.
004490     05  EV-TRANSOUT-VIEW REDEFINES EV-BODY.
004500         10  EV-TO-OUT-STRING  PIC X(08).
004510         10  EV-TO-TRACE-KEY.
004520             15  EV-TO-BRANCH-ID   PIC X(03).
004530             15  EV-TO-TRACE-DATE  PIC 9(08).
004540             15  EV-TO-TRACE-SEQ   PIC 9(08).
004550     05  EV-DBLOUT-VIEW REDEFINES EV-BODY.
004560         10  EV-DO-OUT-INTEGER PIC S9(9)  USAGE IS BINARY.
004570         10  EV-DO-OUT-DOUBLE  PIC S9(9)  USAGE IS BINARY.
004580         10  EV-DO-OUT-OVERFLOW PIC X(01).
004590         10  FILLER            PIC X(18).
004600*
004610*    THE STRATA, FIRST IN THE ORDER MET AND THEN SORTED BY KEY
004620*    BEFORE THE STARTS ARE DRAWN.  POP IS THE NUMBER OF
004630*    RECORDS IN THE STRATUM (N), SIZE THE NUMBER TO TAKE (n),
004640*    START THE RANDOM START (0 TO N-1), SEEN AND PICKED THE
004650*    RECORDS PASSED AND TAKEN SO FAR ON THE DRAWING PASS, AND
004660*    NEXT-PICK THE ORDINAL WITHIN THE STRATUM TO TAKE NEXT.
004670*
004680 77  WS-STR-MAX                PIC 9(03)  COMP VALUE 100.
004690 77  WS-STR-COUNT              PIC 9(03)  COMP VALUE ZERO.
004700 77  WS-STR-IDX                PIC 9(03)  COMP VALUE ZERO.
004710 77  WS-STRATA-SWITCH          PIC X(01)  VALUE 'N'.
004720     88  STRATA-TABLE-FULL                   VALUE 'Y'.
004730     88  STRATA-TABLE-OK                     VALUE 'N'.
004740 01  WS-STRATUM-TABLE.
004750     05  WS-STRATUM-ENTRY      OCCURS 100 TIMES.
004760         10  WS-STR-KEY.
004770             15  WS-STR-LEG        PIC 9(01).
004780             15  WS-STR-BRANCH     PIC X(03).
004790             15  WS-STR-BAND       PIC 9(01).
004800         10  WS-STR-POP            PIC 9(09)  COMP.
004810         10  WS-STR-SIZE           PIC 9(09)  COMP.
004820         10  WS-STR-START          PIC 9(09)  COMP.
004830         10  WS-STR-SEEN           PIC 9(09)  COMP.
004840         10  WS-STR-PICKED         PIC 9(09)  COMP.
004850         10  WS-STR-NEXT-PICK      PIC 9(09)  COMP.
004860 01  WS-STRATUM-SWAP           PIC X(40)  VALUE SPACES.
004870*
004880*    THE STRATUM OF THE RECORD IN HAND.
004890*
004900 01  WS-CUR-STR-KEY.
004910     05  WS-CUR-LEG            PIC 9(01).
004920     05  WS-CUR-BRANCH         PIC X(03).
004930     05  WS-CUR-BAND           PIC 9(01).
004940 77  WS-CUR-AMOUNT             PIC S9(09)V99 COMP-3 VALUE ZERO.
004950*
004960*    PARK-MILLER MINIMAL STANDARD GENERATOR AND THE SYSTEMATIC
004970*    SELECTION ARITHMETIC.
004980*
004990 77  WS-RANDOM                 PIC S9(18) COMP VALUE ZERO.
005000 77  WS-RAND-WORK              PIC S9(18) COMP VALUE ZERO.
005010 77  WS-RAND-QUOTIENT          PIC S9(18) COMP VALUE ZERO.
005020 77  WS-PLAN-WORK              PIC S9(18) COMP VALUE ZERO.
005030 77  WS-PLAN-QUOTIENT          PIC S9(18) COMP VALUE ZERO.
005040 77  WS-PLAN-REMAINDER         PIC S9(18) COMP VALUE ZERO.
005050*
005060*    THE SELECTION IN HAND.
005070*
005080 77  WS-SAMPLE-NO              PIC 9(05)  VALUE ZERO.
005090 77  WS-ACTUAL-TEXT            PIC X(30)  VALUE SPACES.
005100 77  WS-EXPECT-TEXT            PIC X(30)  VALUE SPACES.
005110 77  WS-CHECK-FLAG             PIC X(01)  VALUE SPACE.
005120     88  CHECK-AGREES                        VALUE 'A'.
005130     88  CHECK-DIFFERS                       VALUE 'D'.
005140     88  CHECK-NOT-RECOMPUTED                VALUE 'U'.
005150 77  WS-REPRO-TEXT             PIC X(17)  VALUE SPACES.
005160*
005170*    TRANSOUT RECOMPUTATION: THE LATEST INPUT STRING ON
005180*    TRACELOG AND WHETHER EVERY BYTE OF IT IS PRINTABLE.
005190*
005200 77  WS-HIST-STRING            PIC X(08)  VALUE SPACES.
005210 77  WS-HIST-SWITCH            PIC X(01)  VALUE 'N'.
005220     88  HISTORY-FOUND                       VALUE 'Y'.
005230     88  HISTORY-NOT-FOUND                   VALUE 'N'.
005240 77  WS-PRINT-SWITCH           PIC X(01)  VALUE 'Y'.
005250     88  STRING-PRINTABLE                    VALUE 'Y'.
005260     88  STRING-NOT-PRINTABLE                VALUE 'N'.
005270 77  WS-BYTE-IDX               PIC 9(03)  COMP VALUE ZERO.
005280 77  WS-LOW-PRINTABLE          PIC X(01)  VALUE SPACE.
005290 77  WS-HIGH-PRINTABLE         PIC X(01)  VALUE '~'.
005300 01  WS-TRACE-KEY-SAVE.
005310     05  WS-TKS-BRANCH-ID      PIC X(03).
005320     05  WS-TKS-TRACE-DATE     PIC 9(08).
005330     05  WS-TKS-SEQUENCE       PIC 9(08).
005340*
005350 01  WS-STRING-TEXT.
005360     05  FILLER                PIC X(01) VALUE "'".
005370     05  WS-STX-STRING         PIC X(08).
005380     05  FILLER                PIC X(02) VALUE "' ".
005390     05  WS-STX-TRACE-DATE     PIC 9(08).
005400     05  FILLER                PIC X(01) VALUE "/".
005410     05  WS-STX-TRACE-SEQ      PIC 9(08).
005420     05  FILLER                PIC X(02) VALUE SPACES.
005430*
005440*    DBLOUT AND PDOUT RECOMPUTATION.
005450*
005460 77  WS-EXP-DOUBLE             PIC S9(10) COMP-3 VALUE ZERO.
005470 77  WS-EXP-AMOUNT             PIC S9(08)V99 COMP-3 VALUE ZERO.
005480 77  WS-EXP-OVERFLOW           PIC X(01)  VALUE 'N'.
005490     88  EXPECT-OVERFLOW                     VALUE 'Y'.
005500     88  EXPECT-NO-OVERFLOW                  VALUE 'N'.
005510*
005520 01  WS-DBL-TEXT.
005530     05  WS-DTX-INTEGER        PIC -(9)9.
005540     05  FILLER                PIC X(04) VALUE " X2=".
005550     05  WS-DTX-DOUBLE         PIC -(9)9.
005560     05  WS-DTX-DOUBLE-X REDEFINES WS-DTX-DOUBLE
005570                               PIC X(10).
005580     05  FILLER                PIC X(03) VALUE " O=".
005590     05  WS-DTX-OVERFLOW       PIC X(01).
005600     05  FILLER                PIC X(02) VALUE SPACES.
005610*
005620 01  WS-PD-TEXT.
005630     05  WS-PTX-AMOUNT         PIC -(7)9.99.
005640     05  WS-PTX-AMOUNT-X REDEFINES WS-PTX-AMOUNT
005650                               PIC X(11).
005660     05  FILLER                PIC X(04) VALUE " X2=".
005670     05  WS-PTX-DOUBLE         PIC -(7)9.99.
005680     05  WS-PTX-DOUBLE-X REDEFINES WS-PTX-DOUBLE
005690                               PIC X(11).
005700     05  FILLER                PIC X(03) VALUE " O=".
005710     05  WS-PTX-OVERFLOW       PIC X(01).
005720*
005730*    RUN TOTALS
005740*
005750 77  WS-POP-TOTAL              PIC 9(09)  COMP VALUE ZERO.
005760 77  WS-AGREE-COUNT            PIC 9(09)  COMP VALUE ZERO.
005770 77  WS-DIFFER-COUNT           PIC 9(09)  COMP VALUE ZERO.
005780 77  WS-UNRECOMP-COUNT         PIC 9(09)  COMP VALUE ZERO.
005790 77  WS-REPRO-COUNT            PIC 9(09)  COMP VALUE ZERO.
005800 77  WS-NOT-REPRO-COUNT        PIC 9(09)  COMP VALUE ZERO.
005810*
005820*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
005830*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
005840*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
005850*
005860 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
005870*
005880*    REPORT LINE LAYOUTS
005890*
005900 01  WS-HEADING-LINE.
005910     05  FILLER                PIC X(32)
005920         VALUE "CXB40151 AUDIT SAMPLE WORKSHEET ".
005930     05  FILLER                PIC X(07) VALUE "PERIOD=".
005940     05  WS-HDG-PERIOD         PIC 9(08).
005950     05  FILLER                PIC X(11) VALUE "  RUN DATE=".
005960     05  WS-HDG-DATE           PIC 9(08).
005970*
005980 77  WS-EDIT-SIZE              PIC ZZZZ9.
005990 77  WS-EDIT-RATE              PIC ZZ9.99.
006000 77  WS-EDIT-SEED              PIC 9(09).
006010*
006020 01  WS-SEED-LINE.
006030     05  FILLER                PIC X(05) VALUE "SEED=".
006040     05  WS-SDL-SEED           PIC 9(09).
006050     05  FILLER                PIC X(02) VALUE SPACES.
006060     05  WS-SDL-BASIS          PIC X(12).
006070     05  WS-SDL-VALUE          PIC X(08).
006080     05  FILLER                PIC X(13) VALUE " PER STRATUM ".
006090     05  WS-SDL-MODE           PIC X(24).
006100*
006110 01  WS-STRATA-PARM-LINE.
006120     05  FILLER                PIC X(10) VALUE "BY BRANCH=".
006130     05  WS-SPL-BRANCH         PIC X(01).
006140     05  FILLER                PIC X(10) VALUE "  BY BAND=".
006150     05  WS-SPL-BAND           PIC X(01).
006160     05  FILLER                PIC X(09) VALUE "  LIMITS ".
006170     05  WS-SPL-LIMIT-1        PIC Z,ZZZ,ZZ9.99.
006180     05  FILLER                PIC X(01) VALUE SPACE.
006190     05  WS-SPL-LIMIT-2        PIC Z,ZZZ,ZZ9.99.
006200     05  FILLER                PIC X(01) VALUE SPACE.
006210     05  WS-SPL-LIMIT-3        PIC Z,ZZZ,ZZ9.99.
006220*
006230 01  WS-SECTION-LINE.
006240     05  WS-SEC-TITLE          PIC X(60).
006250*
006260 01  WS-SOURCE-LINE.
006270     05  WS-SRL-FILE           PIC X(08).
006280     05  FILLER                PIC X(02) VALUE SPACES.
006290     05  WS-SRL-FROM           PIC X(08).
006300     05  FILLER                PIC X(02) VALUE SPACES.
006310     05  WS-SRL-DATE           PIC 9(08).
006320     05  FILLER                PIC X(07) VALUE " CYCLE ".
006330     05  WS-SRL-CYCLE          PIC 99.
006340     05  FILLER                PIC X(02) VALUE SPACES.
006350     05  WS-SRL-RECORDS        PIC ZZZ,ZZZ,ZZ9.
006360     05  FILLER                PIC X(02) VALUE SPACES.
006370     05  WS-SRL-STATUS         PIC X(28).
006380*
006390 01  WS-STRATUM-LINE.
006400     05  WS-STL-FILE           PIC X(08).
006410     05  FILLER                PIC X(08) VALUE "  BRANCH".
006420     05  FILLER                PIC X(01) VALUE SPACE.
006430     05  WS-STL-BRANCH         PIC X(03).
006440     05  FILLER                PIC X(07) VALUE "  BAND ".
006450     05  WS-STL-BAND           PIC 9.
006460     05  FILLER                PIC X(06) VALUE "  POP=".
006470     05  WS-STL-POP            PIC ZZZ,ZZZ,ZZ9.
006480     05  FILLER                PIC X(09) VALUE "  SAMPLE=".
006490     05  WS-STL-SIZE           PIC ZZZ,ZZ9.
006500     05  FILLER                PIC X(08) VALUE "  START=".
006510     05  WS-STL-START          PIC ZZZ,ZZZ,ZZ9.
006520*
006530 01  WS-SAMPLE-LINE.
006540     05  FILLER                PIC X(07) VALUE "SAMPLE ".
006550     05  WS-SML-NO             PIC 9(05).
006560     05  FILLER                PIC X(01) VALUE SPACE.
006570     05  WS-SML-FILE           PIC X(08).
006580     05  FILLER                PIC X(01) VALUE SPACE.
006590     05  WS-SML-FROM           PIC X(08).
006600     05  FILLER                PIC X(01) VALUE SPACE.
006610     05  WS-SML-DATE           PIC 9(08).
006620     05  FILLER                PIC X(02) VALUE " C".
006630     05  WS-SML-CYCLE          PIC 99.
006640     05  FILLER                PIC X(04) VALUE " POS".
006650     05  WS-SML-POSITION       PIC Z(8)9.
006660     05  FILLER                PIC X(04) VALUE " BR ".
006670     05  WS-SML-BRANCH         PIC X(03).
006680     05  FILLER                PIC X(06) VALUE " BAND ".
006690     05  WS-SML-BAND           PIC 9.
006700*
006710 01  WS-VALUE-LINE.
006720     05  FILLER                PIC X(07) VALUE SPACES.
006730     05  WS-VAL-LABEL          PIC X(10).
006740     05  WS-VAL-TEXT           PIC X(30).
006750     05  FILLER                PIC X(02) VALUE SPACES.
006760     05  WS-VAL-CHECK          PIC X(12).
006770     05  FILLER                PIC X(02) VALUE SPACES.
006780     05  WS-VAL-TAIL           PIC X(17).
006790*
006800 01  WS-MESSAGE-LINE.
006810     05  WS-MSG-TEXT           PIC X(60).
006820     05  FILLER                PIC X(20) VALUE SPACES.
006830*
006840 01  WS-TOTAL-LINE.
006850     05  FILLER                PIC X(11) VALUE "POPULATION=".
006860     05  WS-TOT-POP            PIC ZZZ,ZZZ,ZZ9.
006870     05  FILLER                PIC X(10) VALUE "  SAMPLED=".
006880     05  WS-TOT-SAMPLED        PIC ZZ,ZZ9.
006890     05  FILLER                PIC X(10) VALUE "  STRATA= ".
006900     05  WS-TOT-STRATA         PIC ZZ9.
006910*
006920 01  WS-CHECK-TOTAL-LINE.
006930     05  FILLER                PIC X(07) VALUE "AGREES=".
006940     05  WS-CKT-AGREE          PIC ZZ,ZZ9.
006950     05  FILLER                PIC X(10) VALUE "  DIFFERS=".
006960     05  WS-CKT-DIFFER         PIC ZZ,ZZ9.
006970     05  FILLER                PIC X(18)
006980         VALUE "  NOT RECOMPUTED= ".
006990     05  WS-CKT-UNRECOMP       PIC ZZ,ZZ9.
007000*
007010 01  WS-REPRO-TOTAL-LINE.
007020     05  FILLER                PIC X(11) VALUE "REPRODUCED=".
007030     05  WS-RPT-REPRO          PIC ZZ,ZZ9.
007040     05  FILLER                PIC X(21)
007050         VALUE "  NOT AS REGISTERED= ".
007060     05  WS-RPT-NOT-REPRO      PIC ZZ,ZZ9.
007070 PROCEDURE DIVISION.
007080*
007090*===============================================================
007100*    0000-MAINLINE
007110*===============================================================
007120 0000-MAINLINE.
007130*
007140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007150*
007160     IF SAMPLE-ALLOWED
007170         PERFORM 2000-BUILD-POPULATION THRU 2000-EXIT
007180         PERFORM 3000-COUNT-SOURCE THRU 3000-EXIT
007190             VARYING WS-SRC-IDX FROM 1 BY 1
007200             UNTIL WS-SRC-IDX > WS-SRC-COUNT
007210         PERFORM 4000-PLAN-SAMPLE THRU 4000-EXIT
007220     END-IF.
007230*
007240     IF SAMPLE-ALLOWED
007250         PERFORM 5000-DRAW-SOURCE THRU 5000-EXIT
007260             VARYING WS-SRC-IDX FROM 1 BY 1
007270             UNTIL WS-SRC-IDX > WS-SRC-COUNT
007280     END-IF.
007290*
007300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007310*
007320     STOP RUN.
007330*
007340*===============================================================
007350*    1000-INITIALIZE
007360*===============================================================
007370 1000-INITIALIZE.
007380*
007390     CALL 'CXB40117' USING WS-RUN-DATE
007400                            WS-BDAT-RESULT.
007410     DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-MONTH.
007420*
007430     PERFORM 1100-GET-CONTROL THRU 1100-EXIT.
007440*
007450     OPEN OUTPUT REPORT-FILE.
007460     MOVE WS-PERIOD-DATE TO WS-HDG-PERIOD.
007470     MOVE WS-RUN-DATE TO WS-HDG-DATE.
007480     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
007490     MOVE SPACES TO REPORT-RECORD.
007500     WRITE REPORT-RECORD.
007510*
007520     IF SAMPLE-ALLOWED
007530         PERFORM 1400-OPEN-REGISTER THRU 1400-EXIT
007540     END-IF.
007550*
007560     IF SAMPLE-REFUSED
007570         MOVE WS-REFUSE-TEXT TO WS-MSG-TEXT
007580         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
007590         GO TO 1000-EXIT
007600     END-IF.
007610*
007620     PERFORM 1300-PRINT-PARAMETERS THRU 1300-EXIT.
007630*
007640*    WITHOUT TRACELOG THE TRANSOUT SELECTIONS ARE STILL DRAWN
007650*    AND LISTED, BUT NONE OF THEM CAN BE RECOMPUTED.
007660*
007670     OPEN INPUT TRACE-LOG-FILE.
007680     IF WS-TRACE-FILE-OK
007690         SET TRACE-IS-OPEN TO TRUE
007700     ELSE
007710         DISPLAY 'CXB40151 TRACELOG NOT AVAILABLE, STATUS='
007720             WS-TRACE-STATUS
007730         MOVE 'TRACELOG NOT AVAILABLE - TRANSOUT NOT RECOMPUTED'
007740             TO WS-MSG-TEXT
007750         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
007760     END-IF.
007770*
007780 1000-EXIT.
007790     EXIT.
007800*
007810*===============================================================
007820*    1100-GET-CONTROL
007830*===============================================================
007840 1100-GET-CONTROL.
007850*
007860*    THE SMPLCTL RECORD IS REQUIRED: THERE IS NO DEFAULT
007870*    PERIOD, AND NO DEFAULT SEED, BECAUSE A SAMPLE THAT CANNOT
007880*    BE DRAWN AGAIN FROM ITS CONTROL RECORD IS NO USE TO AUDIT.
007890*    THE PERIOD MUST BE A REAL DATE OR MONTH NOT LATER THAN
007900*    THE CURRENT BUSINESS DATE.
007910*
007920     OPEN INPUT CONTROL-FILE.
007930     IF NOT WS-CTL-FILE-OK
007940         SET SAMPLE-REFUSED TO TRUE
007950         MOVE 'SMPLCTL NOT AVAILABLE - NO SAMPLE DRAWN'
007960             TO WS-REFUSE-TEXT
007970         GO TO 1100-EXIT
007980     END-IF.
007990*
008000     READ CONTROL-FILE
008010         AT END
008020             CLOSE CONTROL-FILE
008030             SET SAMPLE-REFUSED TO TRUE
008040             MOVE 'SMPLCTL EMPTY - NO SAMPLE DRAWN'
008050                 TO WS-REFUSE-TEXT
008060             GO TO 1100-EXIT
008070     END-READ.
008080     CLOSE CONTROL-FILE.
008090*
008100     IF CT-PERIOD NOT NUMERIC
008110         SET SAMPLE-REFUSED TO TRUE
008120         MOVE 'SMPLCTL PERIOD INVALID - NO SAMPLE DRAWN'
008130             TO WS-REFUSE-TEXT
008140         GO TO 1100-EXIT
008150     END-IF.
008160*
008170     MOVE CT-PERIOD TO WS-PERIOD-DATE.
008180     DIVIDE WS-PERIOD-DATE BY 100 GIVING WS-PERIOD-MONTH.
008190     IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
008200         OR WS-PERIOD-DD > 31
008210         SET SAMPLE-REFUSED TO TRUE
008220         MOVE 'SMPLCTL PERIOD INVALID - NO SAMPLE DRAWN'
008230             TO WS-REFUSE-TEXT
008240         GO TO 1100-EXIT
008250     END-IF.
008260*
008270     IF (PERIOD-IS-MONTH AND WS-PERIOD-MONTH > WS-RUN-MONTH)
008280         OR (NOT PERIOD-IS-MONTH AND WS-PERIOD-DATE > WS-RUN-DATE)
008290         SET SAMPLE-REFUSED TO TRUE
008300         MOVE 'SMPLCTL PERIOD NOT YET WORKED - NO SAMPLE DRAWN'
008310             TO WS-REFUSE-TEXT
008320         GO TO 1100-EXIT
008330     END-IF.
008340*
008350     IF CT-SEED NOT NUMERIC OR CT-SEED = ZERO
008360         SET SAMPLE-REFUSED TO TRUE
008370         MOVE 'SMPLCTL SEED NOT SET - NO SAMPLE DRAWN'
008380             TO WS-REFUSE-TEXT
008390         GO TO 1100-EXIT
008400     END-IF.
008410*
008420     IF CT-SAMPLE-SIZE NOT NUMERIC OR CT-SAMPLE-RATE NOT NUMERIC
008430         OR (CT-SAMPLE-SIZE = ZERO
008440             AND (CT-SAMPLE-RATE = ZERO OR CT-SAMPLE-RATE > 100))
008450         SET SAMPLE-REFUSED TO TRUE
008460         MOVE 'SMPLCTL NEEDS A SIZE OR A RATE OF 0.01 TO 100'
008470             TO WS-REFUSE-TEXT
008480         GO TO 1100-EXIT
008490     END-IF.
008500*
008510     IF CT-BAND-LIMITS NOT NUMERIC OR CT-BAND-LIMITS = ZEROS
008520         MOVE 100.00   TO WS-BAND-LIMIT(1)
008530         MOVE 1000.00  TO WS-BAND-LIMIT(2)
008540         MOVE 10000.00 TO WS-BAND-LIMIT(3)
008550     ELSE
008560         MOVE CT-BAND-LIMIT(1) TO WS-BAND-LIMIT(1)
008570         MOVE CT-BAND-LIMIT(2) TO WS-BAND-LIMIT(2)
008580         MOVE CT-BAND-LIMIT(3) TO WS-BAND-LIMIT(3)
008590     END-IF.
008600     IF WS-BAND-LIMIT(1) = ZERO
008610         OR WS-BAND-LIMIT(2) NOT > WS-BAND-LIMIT(1)
008620         OR WS-BAND-LIMIT(3) NOT > WS-BAND-LIMIT(2)
008630         SET SAMPLE-REFUSED TO TRUE
008640         MOVE 'SMPLCTL BAND LIMITS NOT ASCENDING - NOT DRAWN'
008650             TO WS-REFUSE-TEXT
008660         GO TO 1100-EXIT
008670     END-IF.
008680*
008690     IF CT-FILE-SELECT = SPACES
008700         MOVE 'YYY' TO WS-FILE-SELECT-TABLE
008710     ELSE
008720         MOVE CT-FILE-SELECT TO WS-FILE-SELECT-TABLE
008730     END-IF.
008740     IF WS-FILE-SELECTED(1) NOT = 'Y'
008750         AND WS-FILE-SELECTED(2) NOT = 'Y'
008760         AND WS-FILE-SELECTED(3) NOT = 'Y'
008770         SET SAMPLE-REFUSED TO TRUE
008780         MOVE 'SMPLCTL SELECTS NO FILE - NO SAMPLE DRAWN'
008790             TO WS-REFUSE-TEXT
008800         GO TO 1100-EXIT
008810     END-IF.
008820*
008830     MOVE CT-SEED        TO WS-SEED.
008840     MOVE CT-SAMPLE-SIZE TO WS-SAMPLE-SIZE.
008850     MOVE CT-SAMPLE-RATE TO WS-SAMPLE-RATE.
008860     IF CT-BY-BRANCH = 'Y'
008870         MOVE 'Y' TO WS-BY-BRANCH
008880     END-IF.
008890     IF CT-BY-BAND = 'Y'
008900         MOVE 'Y' TO WS-BY-BAND
008910     END-IF.
008920*
008930 1100-EXIT.
008940     EXIT.
008950*
008960*===============================================================
008970*    1300-PRINT-PARAMETERS
008980*===============================================================
008990 1300-PRINT-PARAMETERS.
009000*
009010     MOVE WS-SEED TO WS-SDL-SEED.
009020     MOVE SPACES TO WS-SDL-VALUE.
009030     IF WS-SAMPLE-SIZE > ZERO
009040         MOVE 'SAMPLE SIZE=' TO WS-SDL-BASIS
009050         MOVE WS-SAMPLE-SIZE TO WS-EDIT-SIZE
009060         MOVE WS-EDIT-SIZE TO WS-SDL-VALUE
009070     ELSE
009080         MOVE 'SAMPLE RATE=' TO WS-SDL-BASIS
009090         MOVE WS-SAMPLE-RATE TO WS-EDIT-RATE
009100         STRING WS-EDIT-RATE DELIMITED BY SIZE
009110                '%' DELIMITED BY SIZE
009120             INTO WS-SDL-VALUE
009130         END-STRING
009140     END-IF.
009150     IF REPRODUCE-MODE
009160         MOVE 'REDRAWN - ON REGISTER' TO WS-SDL-MODE
009170     ELSE
009180         MOVE 'DRAWN TO REGISTER' TO WS-SDL-MODE
009190     END-IF.
009200     WRITE REPORT-RECORD FROM WS-SEED-LINE.
009210*
009220     MOVE WS-BY-BRANCH TO WS-SPL-BRANCH.
009230     MOVE WS-BY-BAND   TO WS-SPL-BAND.
009240     MOVE WS-BAND-LIMIT(1) TO WS-SPL-LIMIT-1.
009250     MOVE WS-BAND-LIMIT(2) TO WS-SPL-LIMIT-2.
009260     MOVE WS-BAND-LIMIT(3) TO WS-SPL-LIMIT-3.
009270     WRITE REPORT-RECORD FROM WS-STRATA-PARM-LINE.
009280*
009290     IF REPRODUCE-MODE AND WS-REG-SEED NOT = WS-SEED
009300         MOVE WS-REG-SEED TO WS-EDIT-SEED
009310         MOVE SPACES TO WS-MSG-TEXT
009320         STRING 'PERIOD REGISTERED WITH SEED ' DELIMITED BY SIZE
009330                WS-EDIT-SEED DELIMITED BY SIZE
009340                ' - NOT THIS SEED' DELIMITED BY SIZE
009350             INTO WS-MSG-TEXT
009360         END-STRING
009370         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
009380     END-IF.
009390*
009400 1300-EXIT.
009410     EXIT.
009420*
009430*===============================================================
009440*    1400-OPEN-REGISTER
009450*===============================================================
009460 1400-OPEN-REGISTER.
009470*
009480*    SMPLREG IS CREATED THE FIRST TIME A SAMPLE IS DRAWN.  A
009490*    PERIOD WHOSE SAMPLE NUMBER 1 IS ALREADY ON IT HAS BEEN
009500*    DRAWN BEFORE, AND THIS RUN ONLY REPRODUCES IT.
009510*
009520     OPEN I-O SAMPLE-REG-FILE.
009530     IF WS-REG-NOT-FOUND
009540         CLOSE SAMPLE-REG-FILE
009550         OPEN OUTPUT SAMPLE-REG-FILE
009560         CLOSE SAMPLE-REG-FILE
009570         OPEN I-O SAMPLE-REG-FILE
009580     END-IF.
009590     IF NOT WS-REG-FILE-OK
009600         DISPLAY 'CXB40151 SMPLREG OPEN FAILED, STATUS='
009610             WS-REG-STATUS
009620         SET SAMPLE-REFUSED TO TRUE
009630         MOVE 'SMPLREG CANNOT BE OPENED - NO SAMPLE DRAWN'
009640             TO WS-REFUSE-TEXT
009650         GO TO 1400-EXIT
009660     END-IF.
009670     SET SAMPLE-REG-IS-OPEN TO TRUE.
009680*
009690     MOVE WS-PERIOD-DATE TO SR-PERIOD.
009700     MOVE 1 TO SR-SAMPLE-NO.
009710     READ SAMPLE-REG-FILE.
009720     IF WS-REG-FILE-OK
009730         SET REPRODUCE-MODE TO TRUE
009740         MOVE SR-SEED TO WS-REG-SEED
009750     END-IF.
009760*
009770 1400-EXIT.
009780     EXIT.
009790*
009800*===============================================================
009810*    2000-BUILD-POPULATION
009820*===============================================================
009830 2000-BUILD-POPULATION.
009840*
009850*    LISTS THE COPIES TO SAMPLE: THE LATEST GENERATION KEPT FOR
009860*    EACH DATE IN THE PERIOD, EACH LIVE FILE WHOSE DATE IS IN
009870*    THE PERIOD AND WAS NOT KEPT, AND PDOUT WHEN THE CURRENT
009880*    BUSINESS DATE IS IN THE PERIOD.  THE LIST IS THEN PUT IN
009890*    LEG, DATE AND CYCLE ORDER.
009900*
009910     MOVE ZERO TO WS-SRC-COUNT.
009920     PERFORM 2100-LOAD-GENERATIONS THRU 2100-EXIT.
009930*
009940     IF WS-FILE-SELECTED(1) = 'Y'
009950         SET LEG-TRANSOUT TO TRUE
009960         PERFORM 2200-ADD-LIVE-SOURCE THRU 2200-EXIT
009970     END-IF.
009980     IF WS-FILE-SELECTED(2) = 'Y'
009990         SET LEG-DBLOUT TO TRUE
010000         PERFORM 2200-ADD-LIVE-SOURCE THRU 2200-EXIT
010010     END-IF.
010020     IF WS-FILE-SELECTED(3) = 'Y'
010030         MOVE WS-RUN-DATE TO WS-TEST-DATE
010040         PERFORM 8100-CHECK-IN-PERIOD THRU 8100-EXIT
010050         IF DATE-IN-PERIOD
010060             SET LEG-PDOUT TO TRUE
010070             MOVE ZERO TO WS-SRC-SLOT
010080             MOVE WS-RUN-DATE TO WS-NEW-DATE
010090             MOVE ZERO TO WS-NEW-CYCLE
010100             MOVE ZERO TO WS-NEW-TIME
010110             PERFORM 2300-ADD-SOURCE THRU 2300-EXIT
010120         END-IF
010130     END-IF.
010140*
010150     PERFORM 2500-SORT-SOURCES THRU 2500-EXIT.
010160*
010170     MOVE 'POPULATION' TO WS-SEC-TITLE.
010180     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
010190*
010200 2000-EXIT.
010210     EXIT.
010220*
010230*===============================================================
010240*    2100-LOAD-GENERATIONS
010250*===============================================================
010260 2100-LOAD-GENERATIONS.
010270*
010280     SET NOT-END-OF-GENCTL TO TRUE.
010290     OPEN INPUT GEN-CONTROL-FILE.
010300     IF NOT WS-GEN-FILE-OK
010310         DISPLAY 'CXB40151 GENCTL NOT AVAILABLE - LIVE FILES ONLY'
010320         GO TO 2100-EXIT
010330     END-IF.
010340*
010350     PERFORM 2110-CHECK-ONE-GENERATION THRU 2110-EXIT
010360         UNTIL END-OF-GENCTL.
010370     CLOSE GEN-CONTROL-FILE.
010380*
010390 2100-EXIT.
010400     EXIT.
010410*
010420*===============================================================
010430*    2110-CHECK-ONE-GENERATION
010440*===============================================================
010450 2110-CHECK-ONE-GENERATION.
010460*
010470*    A DATE RUN MORE THAN ONCE IS SAMPLED FROM ITS LATEST
010480*    CYCLE ONLY (HIGHEST CYCLE, THEN LATEST TIME), AS CXB40145
010490*    CHOOSES IT - THE EARLIER CYCLE'S OUTPUT WAS REPLACED.
010500*
010510     READ GEN-CONTROL-FILE
010520         AT END
010530             SET END-OF-GENCTL TO TRUE
010540             GO TO 2110-EXIT
010550     END-READ.
010560*
010570     IF GC-SLOT < 1 OR GC-SLOT > 5
010580         GO TO 2110-EXIT
010590     END-IF.
010600*
010610     EVALUATE GC-FILE-ID
010620         WHEN 'TRANSOUT'
010630             SET LEG-TRANSOUT TO TRUE
010640             MOVE 1 TO WS-FILE-INDEX
010650         WHEN 'DBLOUT'
010660             SET LEG-DBLOUT TO TRUE
010670             MOVE 2 TO WS-FILE-INDEX
010680         WHEN OTHER
010690             GO TO 2110-EXIT
010700     END-EVALUATE.
010710     IF WS-FILE-SELECTED(WS-FILE-INDEX) NOT = 'Y'
010720         GO TO 2110-EXIT
010730     END-IF.
010740*
010750     MOVE GC-GEN-DATE TO WS-TEST-DATE.
010760     PERFORM 8100-CHECK-IN-PERIOD THRU 8100-EXIT.
010770     IF DATE-NOT-IN-PERIOD
010780         GO TO 2110-EXIT
010790     END-IF.
010800*
010810     MOVE GC-SLOT TO WS-SRC-SLOT.
010820     PERFORM 2120-FIND-SOURCE THRU 2120-EXIT.
010830     IF WS-FOUND-INDEX = ZERO
010840         MOVE GC-GEN-DATE  TO WS-NEW-DATE
010850         MOVE GC-GEN-CYCLE TO WS-NEW-CYCLE
010860         MOVE GC-GEN-TIME  TO WS-NEW-TIME
010870         PERFORM 2300-ADD-SOURCE THRU 2300-EXIT
010880         GO TO 2110-EXIT
010890     END-IF.
010900*
010910     IF GC-GEN-CYCLE > WS-SRT-CYCLE(WS-FOUND-INDEX)
010920         OR (GC-GEN-CYCLE = WS-SRT-CYCLE(WS-FOUND-INDEX)
010930             AND GC-GEN-TIME > WS-SRT-TIME(WS-FOUND-INDEX))
010940         MOVE WS-FOUND-INDEX TO WS-SRC-IDX
010950         MOVE GC-SLOT      TO WS-SRT-SLOT(WS-SRC-IDX)
010960         MOVE GC-GEN-CYCLE TO WS-SRT-CYCLE(WS-SRC-IDX)
010970         MOVE GC-GEN-TIME  TO WS-SRT-TIME(WS-SRC-IDX)
010980         PERFORM 2310-NAME-SOURCE THRU 2310-EXIT
010990     END-IF.
011000*
011010 2110-EXIT.
011020     EXIT.
011030*
011040*===============================================================
011050*    2120-FIND-SOURCE
011060*===============================================================
011070 2120-FIND-SOURCE.
011080*
011090*    LOOKS FOR A COPY ALREADY LISTED FOR WS-LEG-SELECT AND
011100*    WS-TEST-DATE; WS-FOUND-INDEX IS ZERO WHEN THERE IS NONE.
011110*
011120     MOVE ZERO TO WS-FOUND-INDEX.
011130     PERFORM 2125-CHECK-ONE-SOURCE THRU 2125-EXIT
011140         VARYING WS-SRC-IDX FROM 1 BY 1
011150         UNTIL WS-SRC-IDX > WS-SRC-COUNT
011160            OR WS-FOUND-INDEX > ZERO.
011170*
011180 2120-EXIT.
011190     EXIT.
011200*
011210*===============================================================
011220*    2125-CHECK-ONE-SOURCE
011230*===============================================================
011240 2125-CHECK-ONE-SOURCE.
011250*
011260     IF WS-SRT-LEG(WS-SRC-IDX) = WS-LEG-SELECT
011270         AND WS-SRT-DATE(WS-SRC-IDX) = WS-TEST-DATE
011280         MOVE WS-SRC-IDX TO WS-FOUND-INDEX
011290     END-IF.
011300*
011310 2125-EXIT.
011320     EXIT.
011330*
011340*===============================================================
011350*    2200-ADD-LIVE-SOURCE
011360*===============================================================
011370 2200-ADD-LIVE-SOURCE.
011380*
011390*    THE LIVE FILE IS PART OF THE POPULATION WHEN ITS HEADER
011400*    DATE IS IN THE PERIOD AND NO GENERATION WAS KEPT FOR THAT
011410*    DATE.  A LIVE FILE THAT IS MISSING OR HAS NO HEADER IS
011420*    SIMPLY NOT ADDED; ITS DATE IS NOT KNOWN.
011430*
011440     MOVE ZERO TO WS-SRC-SLOT.
011450     MOVE ZERO TO WS-EXPECT-DATE.
011460     PERFORM 7100-OPEN-SOURCE THRU 7100-EXIT.
011470     IF NOT OPEN-SUCCEEDED
011480         GO TO 2200-EXIT
011490     END-IF.
011500     MOVE WS-HEADER-DATE TO WS-TEST-DATE.
011510     PERFORM 7200-CLOSE-SOURCE THRU 7200-EXIT.
011520*
011530     PERFORM 8100-CHECK-IN-PERIOD THRU 8100-EXIT.
011540     IF DATE-NOT-IN-PERIOD
011550         GO TO 2200-EXIT
011560     END-IF.
011570*
011580     PERFORM 2120-FIND-SOURCE THRU 2120-EXIT.
011590     IF WS-FOUND-INDEX > ZERO
011600         GO TO 2200-EXIT
011610     END-IF.
011620*
011630     MOVE WS-TEST-DATE TO WS-NEW-DATE.
011640     MOVE ZERO TO WS-NEW-CYCLE.
011650     MOVE ZERO TO WS-NEW-TIME.
011660     PERFORM 2300-ADD-SOURCE THRU 2300-EXIT.
011670*
011680 2200-EXIT.
011690     EXIT.
011700*
011710*===============================================================
011720*    2300-ADD-SOURCE
011730*===============================================================
011740 2300-ADD-SOURCE.
011750*
011760     IF WS-SRC-COUNT NOT < WS-SRC-MAX
011770         GO TO 2300-EXIT
011780     END-IF.
011790*
011800     ADD 1 TO WS-SRC-COUNT.
011810     MOVE WS-SRC-COUNT  TO WS-SRC-IDX.
011820     MOVE WS-LEG-SELECT TO WS-SRT-LEG(WS-SRC-IDX).
011830     MOVE WS-NEW-DATE   TO WS-SRT-DATE(WS-SRC-IDX).
011840     MOVE WS-NEW-CYCLE  TO WS-SRT-CYCLE(WS-SRC-IDX).
011850     MOVE WS-NEW-TIME   TO WS-SRT-TIME(WS-SRC-IDX).
011860     MOVE WS-SRC-SLOT   TO WS-SRT-SLOT(WS-SRC-IDX).
011870     MOVE ZERO          TO WS-SRT-RECORDS(WS-SRC-IDX).
011880     MOVE SPACE         TO WS-SRT-STATE(WS-SRC-IDX).
011890     PERFORM 2310-NAME-SOURCE THRU 2310-EXIT.
011900*
011910 2300-EXIT.
011920     EXIT.
011930*
011940*===============================================================
011950*    2310-NAME-SOURCE
011960*===============================================================
011970 2310-NAME-SOURCE.
011980*
011990     MOVE SPACES TO WS-SRT-NAME(WS-SRC-IDX).
012000     IF WS-SRT-SLOT(WS-SRC-IDX) = ZERO
012010         MOVE WS-LEG-LIVE-NAME(WS-SRT-LEG(WS-SRC-IDX))
012020             TO WS-SRT-NAME(WS-SRC-IDX)
012030     ELSE
012040         STRING WS-LEG-GEN-PREFIX(WS-SRT-LEG(WS-SRC-IDX))
012050                    DELIMITED BY SPACE
012060                WS-SRT-SLOT(WS-SRC-IDX) DELIMITED BY SIZE
012070             INTO WS-SRT-NAME(WS-SRC-IDX)
012080         END-STRING
012090     END-IF.
012100*
012110 2310-EXIT.
012120     EXIT.
012130*
012140*===============================================================
012150*    2500-SORT-SOURCES
012160*===============================================================
012170 2500-SORT-SOURCES.
012180*
012190     PERFORM 2510-SORT-SOURCE-PASS THRU 2510-EXIT
012200         VARYING WS-SORT-LIMIT FROM WS-SRC-COUNT BY -1
012210         UNTIL WS-SORT-LIMIT < 2.
012220*
012230 2500-EXIT.
012240     EXIT.
012250*
012260*===============================================================
012270*    2510-SORT-SOURCE-PASS
012280*===============================================================
012290 2510-SORT-SOURCE-PASS.
012300*
012310     PERFORM 2520-ORDER-SOURCE-PAIR THRU 2520-EXIT
012320         VARYING WS-SORT-IDX FROM 1 BY 1
012330         UNTIL WS-SORT-IDX NOT < WS-SORT-LIMIT.
012340*
012350 2510-EXIT.
012360     EXIT.
012370*
012380*===============================================================
012390*    2520-ORDER-SOURCE-PAIR
012400*===============================================================
012410 2520-ORDER-SOURCE-PAIR.
012420*
012430     IF WS-SRT-SORT-KEY(WS-SORT-IDX) >
012440        WS-SRT-SORT-KEY(WS-SORT-IDX + 1)
012450         MOVE WS-SOURCE-ENTRY(WS-SORT-IDX) TO WS-SOURCE-SWAP
012460         MOVE WS-SOURCE-ENTRY(WS-SORT-IDX + 1)
012470             TO WS-SOURCE-ENTRY(WS-SORT-IDX)
012480         MOVE WS-SOURCE-SWAP TO WS-SOURCE-ENTRY(WS-SORT-IDX + 1)
012490     END-IF.
012500*
012510 2520-EXIT.
012520     EXIT.
012530*
012540*===============================================================
012550*    3000-COUNT-SOURCE
012560*===============================================================
012570 3000-COUNT-SOURCE.
012580*
012590*    FIRST PASS: CHECKS THE COPY'S ENVELOPE AND COUNTS ITS DATA
012600*    RECORDS INTO THEIR STRATA.  A COPY THAT CANNOT BE OPENED,
012610*    HAS NO HEADER OR CARRIES ANOTHER DATE IS LEFT OUT OF THE
012620*    POPULATION; ONE WHOSE TRAILER IS MISSING OR DISAGREES IS
012630*    SAMPLED AS IT STANDS AND FLAGGED.
012640*
012650     MOVE WS-SRT-LEG(WS-SRC-IDX)  TO WS-LEG-SELECT.
012660     MOVE WS-SRT-SLOT(WS-SRC-IDX) TO WS-SRC-SLOT.
012670     MOVE WS-SRT-DATE(WS-SRC-IDX) TO WS-EXPECT-DATE.
012680*
012690     PERFORM 7100-OPEN-SOURCE THRU 7100-EXIT.
012700     MOVE WS-OPEN-RESULT TO WS-SRT-STATE(WS-SRC-IDX).
012710     IF NOT OPEN-SUCCEEDED
012720         SET RUN-HAS-WARNING TO TRUE
012730         PERFORM 3900-PRINT-SOURCE THRU 3900-EXIT
012740         GO TO 3000-EXIT
012750     END-IF.
012760*
012770     MOVE ZERO TO WS-DATA-COUNT.
012780     MOVE ZERO TO WS-TRL-COUNT.
012790     SET SOURCE-TRAILER-MISSING TO TRUE.
012800     PERFORM 3100-COUNT-ONE-RECORD THRU 3100-EXIT
012810         UNTIL END-OF-SOURCE.
012820     PERFORM 7200-CLOSE-SOURCE THRU 7200-EXIT.
012830*
012840     MOVE WS-DATA-COUNT TO WS-SRT-RECORDS(WS-SRC-IDX).
012850     ADD WS-DATA-COUNT TO WS-POP-TOTAL.
012860     IF NOT LEG-PDOUT
012870         IF SOURCE-TRAILER-MISSING
012880             OR WS-TRL-COUNT NOT = WS-DATA-COUNT
012890             SET SRT-OUT-OF-BALANCE(WS-SRC-IDX) TO TRUE
012900             SET RUN-HAS-WARNING TO TRUE
012910         END-IF
012920     END-IF.
012930     PERFORM 3900-PRINT-SOURCE THRU 3900-EXIT.
012940*
012950 3000-EXIT.
012960     EXIT.
012970*
012980*===============================================================
012990*    3100-COUNT-ONE-RECORD
013000*===============================================================
013010 3100-COUNT-ONE-RECORD.
013020*
013030     PERFORM 7150-READ-SOURCE THRU 7150-EXIT.
013040     IF END-OF-SOURCE
013050         GO TO 3100-EXIT
013060     END-IF.
013070*
013080     IF NOT LEG-PDOUT
013090         IF EV-TRAILER-REC
013100             MOVE EV-RECORD-COUNT TO WS-TRL-COUNT
013110             SET SOURCE-TRAILER-FOUND TO TRUE
013120             SET END-OF-SOURCE TO TRUE
013130             GO TO 3100-EXIT
013140         END-IF
013150         IF NOT EV-DATA-REC
013160             GO TO 3100-EXIT
013170         END-IF
013180     END-IF.
013190*
013200     ADD 1 TO WS-DATA-COUNT.
013210     PERFORM 7300-CLASSIFY-RECORD THRU 7300-EXIT.
013220     PERFORM 7400-FIND-STRATUM THRU 7400-EXIT.
013230     IF WS-STR-IDX > ZERO
013240         ADD 1 TO WS-STR-POP(WS-STR-IDX)
013250     END-IF.
013260*
013270 3100-EXIT.
013280     EXIT.
013290*
013300*===============================================================
013310*    3900-PRINT-SOURCE
013320*===============================================================
013330 3900-PRINT-SOURCE.
013340*
013350     MOVE WS-LEG-LIVE-NAME(WS-LEG-SELECT) TO WS-SRL-FILE.
013360     MOVE WS-SRT-NAME(WS-SRC-IDX)    TO WS-SRL-FROM.
013370     MOVE WS-SRT-DATE(WS-SRC-IDX)    TO WS-SRL-DATE.
013380     MOVE WS-SRT-CYCLE(WS-SRC-IDX)   TO WS-SRL-CYCLE.
013390     MOVE WS-SRT-RECORDS(WS-SRC-IDX) TO WS-SRL-RECORDS.
013400*
013410     EVALUATE TRUE
013420         WHEN SRT-USABLE(WS-SRC-IDX)
013430             MOVE 'SAMPLED' TO WS-SRL-STATUS
013440         WHEN SRT-OUT-OF-BALANCE(WS-SRC-IDX)
013450             MOVE 'SAMPLED - OUT OF BALANCE' TO WS-SRL-STATUS
013460         WHEN SRT-NOT-AVAILABLE(WS-SRC-IDX)
013470             MOVE 'NOT AVAILABLE - NOT SAMPLED' TO WS-SRL-STATUS
013480         WHEN SRT-NO-HEADER(WS-SRC-IDX)
013490             MOVE 'NO HEADER - NOT SAMPLED' TO WS-SRL-STATUS
013500         WHEN OTHER
013510             MOVE 'WRONG DATE - NOT SAMPLED' TO WS-SRL-STATUS
013520     END-EVALUATE.
013530     WRITE REPORT-RECORD FROM WS-SOURCE-LINE.
013540*
013550 3900-EXIT.
013560     EXIT.
013570*
013580*===============================================================
013590*    4000-PLAN-SAMPLE
013600*===============================================================
013610 4000-PLAN-SAMPLE.
013620*
013630*    SORTS THE STRATA, THEN SIZES EACH ONE AND DRAWS ITS
013640*    RANDOM START FROM THE SEED, ONE DRAW PER STRATUM IN
013650*    STRATUM ORDER.
013660*
013670     IF STRATA-TABLE-FULL
013680         SET SAMPLE-REFUSED TO TRUE
013690         MOVE 'MORE THAN 100 STRATA - NO SAMPLE DRAWN'
013700             TO WS-REFUSE-TEXT
013710         MOVE WS-REFUSE-TEXT TO WS-MSG-TEXT
013720         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
013730         GO TO 4000-EXIT
013740     END-IF.
013750*
013760     IF WS-POP-TOTAL = ZERO
013770         SET RUN-HAS-WARNING TO TRUE
013780         MOVE SPACES TO REPORT-RECORD
013790         WRITE REPORT-RECORD
013800         MOVE 'NO RESULT RECORDS IN THE PERIOD - NOTHING SAMPLED'
013810             TO WS-MSG-TEXT
013820         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
013830         GO TO 4000-EXIT
013840     END-IF.
013850*
013860     PERFORM 4100-SORT-STRATUM-PASS THRU 4100-EXIT
013870         VARYING WS-SORT-LIMIT FROM WS-STR-COUNT BY -1
013880         UNTIL WS-SORT-LIMIT < 2.
013890*
013900     MOVE WS-SEED TO WS-RANDOM.
013910     MOVE 'STRATA' TO WS-SEC-TITLE.
013920     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
013930     PERFORM 4200-PLAN-ONE-STRATUM THRU 4200-EXIT
013940         VARYING WS-STR-IDX FROM 1 BY 1
013950         UNTIL WS-STR-IDX > WS-STR-COUNT.
013960*
013970     MOVE 'SAMPLE' TO WS-SEC-TITLE.
013980     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
013990*
014000 4000-EXIT.
014010     EXIT.
014020*
014030*===============================================================
014040*    4100-SORT-STRATUM-PASS
014050*===============================================================
014060 4100-SORT-STRATUM-PASS.
014070*
014080     PERFORM 4110-ORDER-STRATUM-PAIR THRU 4110-EXIT
014090         VARYING WS-SORT-IDX FROM 1 BY 1
014100         UNTIL WS-SORT-IDX NOT < WS-SORT-LIMIT.
014110*
014120 4100-EXIT.
014130     EXIT.
014140*
014150*===============================================================
014160*    4110-ORDER-STRATUM-PAIR
014170*===============================================================
014180 4110-ORDER-STRATUM-PAIR.
014190*
014200     IF WS-STR-KEY(WS-SORT-IDX) > WS-STR-KEY(WS-SORT-IDX + 1)
014210         MOVE WS-STRATUM-ENTRY(WS-SORT-IDX) TO WS-STRATUM-SWAP
014220         MOVE WS-STRATUM-ENTRY(WS-SORT-IDX + 1)
014230             TO WS-STRATUM-ENTRY(WS-SORT-IDX)
014240         MOVE WS-STRATUM-SWAP TO WS-STRATUM-ENTRY(WS-SORT-IDX + 1)
014250     END-IF.
014260*
014270 4110-EXIT.
014280     EXIT.
014290*
014300*===============================================================
014310*    4200-PLAN-ONE-STRATUM
014320*===============================================================
014330 4200-PLAN-ONE-STRATUM.
014340*
014350*    n IS THE SAMPLE SIZE, OR THE RATE'S SHARE OF N ROUNDED
014360*    UP, BUT NEVER MORE THAN N.  THE START r IS THE NEXT
014370*    RANDOM NUMBER MODULO N, AND THE i-TH RECORD TAKEN IS THE
014380*    ((i - 1) * N + r) / n + 1-TH OF THE STRATUM.
014390*
014400     IF WS-SAMPLE-SIZE > ZERO
014410         MOVE WS-SAMPLE-SIZE TO WS-STR-SIZE(WS-STR-IDX)
014420     ELSE
014430         COMPUTE WS-PLAN-WORK =
014440             (WS-STR-POP(WS-STR-IDX) * WS-SAMPLE-RATE * 100)
014450             + 9999
014460         DIVIDE WS-PLAN-WORK BY 10000
014470             GIVING WS-STR-SIZE(WS-STR-IDX)
014480     END-IF.
014490     IF WS-STR-SIZE(WS-STR-IDX) > WS-STR-POP(WS-STR-IDX)
014500         MOVE WS-STR-POP(WS-STR-IDX) TO WS-STR-SIZE(WS-STR-IDX)
014510     END-IF.
014520*
014530     PERFORM 4250-NEXT-RANDOM THRU 4250-EXIT.
014540     DIVIDE WS-RANDOM BY WS-STR-POP(WS-STR-IDX)
014550         GIVING WS-PLAN-QUOTIENT
014560         REMAINDER WS-PLAN-REMAINDER.
014570     MOVE WS-PLAN-REMAINDER TO WS-STR-START(WS-STR-IDX).
014580*
014590     MOVE ZERO TO WS-STR-SEEN(WS-STR-IDX).
014600     MOVE ZERO TO WS-STR-PICKED(WS-STR-IDX).
014610     PERFORM 4300-NEXT-PICK THRU 4300-EXIT.
014620*
014630     MOVE WS-LEG-LIVE-NAME(WS-STR-LEG(WS-STR-IDX)) TO WS-STL-FILE.
014640     MOVE WS-STR-BRANCH(WS-STR-IDX) TO WS-STL-BRANCH.
014650     MOVE WS-STR-BAND(WS-STR-IDX)   TO WS-STL-BAND.
014660     MOVE WS-STR-POP(WS-STR-IDX)    TO WS-STL-POP.
014670     MOVE WS-STR-SIZE(WS-STR-IDX)   TO WS-STL-SIZE.
014680     MOVE WS-STR-START(WS-STR-IDX)  TO WS-STL-START.
014690     WRITE REPORT-RECORD FROM WS-STRATUM-LINE.
014700*
014710 4200-EXIT.
014720     EXIT.
014730*
014740*===============================================================
014750*    4250-NEXT-RANDOM
014760*===============================================================
014770 4250-NEXT-RANDOM.
014780*
014790*    PARK-MILLER MINIMAL STANDARD: X = X * 16807 MOD 2**31-1.
014800*    THE PRODUCT NEVER EXCEEDS 15 DIGITS.
014810*
014820     COMPUTE WS-RAND-WORK = WS-RANDOM * 16807.
014830     DIVIDE WS-RAND-WORK BY 2147483647
014840         GIVING WS-RAND-QUOTIENT
014850         REMAINDER WS-RANDOM.
014860*
014870 4250-EXIT.
014880     EXIT.
014890*
014900*===============================================================
014910*    4300-NEXT-PICK
014920*===============================================================
014930 4300-NEXT-PICK.
014940*
014950*    SETS THE ORDINAL OF THE NEXT RECORD TO TAKE FROM THE
014960*    STRATUM, OR ZERO ONCE ITS n RECORDS HAVE BEEN TAKEN.
014970*
014980     IF WS-STR-PICKED(WS-STR-IDX) NOT < WS-STR-SIZE(WS-STR-IDX)
014990         MOVE ZERO TO WS-STR-NEXT-PICK(WS-STR-IDX)
015000         GO TO 4300-EXIT
015010     END-IF.
015020*
015030     COMPUTE WS-PLAN-WORK =
015040         (WS-STR-PICKED(WS-STR-IDX) * WS-STR-POP(WS-STR-IDX))
015050         + WS-STR-START(WS-STR-IDX).
015060     DIVIDE WS-PLAN-WORK BY WS-STR-SIZE(WS-STR-IDX)
015070         GIVING WS-PLAN-QUOTIENT.
015080     COMPUTE WS-STR-NEXT-PICK(WS-STR-IDX) = WS-PLAN-QUOTIENT + 1.
015090*
015100 4300-EXIT.
015110     EXIT.
015120*
015130*===============================================================
015140*    5000-DRAW-SOURCE
015150*===============================================================
015160 5000-DRAW-SOURCE.
015170*
015180*    SECOND PASS: READS THE COPY AGAIN IN THE SAME ORDER AND
015190*    TAKES EACH RECORD WHOSE ORDINAL WITHIN ITS STRATUM IS THE
015200*    STRATUM'S NEXT PICK.
015210*
015220     IF NOT SRT-SAMPLED(WS-SRC-IDX)
015230         GO TO 5000-EXIT
015240     END-IF.
015250*
015260     MOVE WS-SRT-LEG(WS-SRC-IDX)  TO WS-LEG-SELECT.
015270     MOVE WS-SRT-SLOT(WS-SRC-IDX) TO WS-SRC-SLOT.
015280     MOVE WS-SRT-DATE(WS-SRC-IDX) TO WS-EXPECT-DATE.
015290*
015300     PERFORM 7100-OPEN-SOURCE THRU 7100-EXIT.
015310     IF NOT OPEN-SUCCEEDED
015320         SET RUN-HAS-WARNING TO TRUE
015330         MOVE SPACES TO WS-MSG-TEXT
015340         STRING WS-SRT-NAME(WS-SRC-IDX) DELIMITED BY SPACE
015350                ' COULD NOT BE READ AGAIN - SAMPLE INCOMPLETE'
015360                    DELIMITED BY SIZE
015370             INTO WS-MSG-TEXT
015380         END-STRING
015390         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
015400         GO TO 5000-EXIT
015410     END-IF.
015420*
015430     MOVE ZERO TO WS-DATA-COUNT.
015440     PERFORM 5100-DRAW-ONE-RECORD THRU 5100-EXIT
015450         UNTIL END-OF-SOURCE.
015460     PERFORM 7200-CLOSE-SOURCE THRU 7200-EXIT.
015470*
015480 5000-EXIT.
015490     EXIT.
015500*
015510*===============================================================
015520*    5100-DRAW-ONE-RECORD
015530*===============================================================
015540 5100-DRAW-ONE-RECORD.
015550*
015560     PERFORM 7150-READ-SOURCE THRU 7150-EXIT.
015570     IF END-OF-SOURCE
015580         GO TO 5100-EXIT
015590     END-IF.
015600*
015610     IF NOT LEG-PDOUT
015620         IF EV-TRAILER-REC
015630             SET END-OF-SOURCE TO TRUE
015640             GO TO 5100-EXIT
015650         END-IF
015660         IF NOT EV-DATA-REC
015670             GO TO 5100-EXIT
015680         END-IF
015690     END-IF.
015700*
015710     ADD 1 TO WS-DATA-COUNT.
015720     PERFORM 7300-CLASSIFY-RECORD THRU 7300-EXIT.
015730     PERFORM 7400-FIND-STRATUM THRU 7400-EXIT.
015740     IF WS-STR-IDX = ZERO
015750         GO TO 5100-EXIT
015760     END-IF.
015770*
015780     ADD 1 TO WS-STR-SEEN(WS-STR-IDX).
015790     IF WS-STR-SEEN(WS-STR-IDX) NOT = WS-STR-NEXT-PICK(WS-STR-IDX)
015800         GO TO 5100-EXIT
015810     END-IF.
015820*
015830     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT.
015840     ADD 1 TO WS-STR-PICKED(WS-STR-IDX).
015850     PERFORM 4300-NEXT-PICK THRU 4300-EXIT.
015860*
015870 5100-EXIT.
015880     EXIT.
015890*
015900*===============================================================
015910*    6000-SELECT-RECORD
015920*===============================================================
015930 6000-SELECT-RECORD.
015940*
015950     ADD 1 TO WS-SAMPLE-NO.
015960     MOVE SPACES TO WS-ACTUAL-TEXT.
015970     MOVE SPACES TO WS-EXPECT-TEXT.
015980*
015990     EVALUATE TRUE
016000         WHEN LEG-TRANSOUT
016010             PERFORM 6100-CHECK-TRANSOUT THRU 6100-EXIT
016020         WHEN LEG-DBLOUT
016030             PERFORM 6200-CHECK-DBLOUT THRU 6200-EXIT
016040         WHEN LEG-PDOUT
016050             PERFORM 6300-CHECK-PDOUT THRU 6300-EXIT
016060     END-EVALUATE.
016070*
016080     EVALUATE TRUE
016090         WHEN CHECK-AGREES
016100             ADD 1 TO WS-AGREE-COUNT
016110         WHEN CHECK-DIFFERS
016120             ADD 1 TO WS-DIFFER-COUNT
016130             SET RUN-HAS-WARNING TO TRUE
016140         WHEN OTHER
016150             ADD 1 TO WS-UNRECOMP-COUNT
016160     END-EVALUATE.
016170*
016180     IF REPRODUCE-MODE
016190         PERFORM 6500-COMPARE-REGISTER THRU 6500-EXIT
016200     ELSE
016210         PERFORM 6400-WRITE-REGISTER THRU 6400-EXIT
016220     END-IF.
016230*
016240     PERFORM 6600-PRINT-SAMPLE THRU 6600-EXIT.
016250*
016260 6000-EXIT.
016270     EXIT.
016280*
016290*===============================================================
016300*    6100-CHECK-TRANSOUT
016310*===============================================================
016320 6100-CHECK-TRANSOUT.
016330*
016340*    THE EXPECTED STRING IS THE INPUT STRING FROM THE RECORD'S
016350*    LATEST MERGED OR RELEASED EVENT ON OR BEFORE THE FILE'S
016360*    DATE.  CXB40091 COPIES IT UNCHANGED WHEN EVERY BYTE IS
016370*    PRINTABLE (SPACE THROUGH TILDE) AND REJECTS IT OTHERWISE,
016380*    SO A NON-PRINTABLE INPUT SHOULD NEVER BE ON TRANSOUT.
016390*
016400     MOVE EV-TO-OUT-STRING TO WS-STX-STRING.
016410     MOVE ZERO TO WS-STX-TRACE-DATE.
016420     MOVE ZERO TO WS-STX-TRACE-SEQ.
016430     IF EV-TO-TRACE-DATE NUMERIC
016440         MOVE EV-TO-TRACE-DATE TO WS-STX-TRACE-DATE
016450     END-IF.
016460     IF EV-TO-TRACE-SEQ NUMERIC
016470         MOVE EV-TO-TRACE-SEQ TO WS-STX-TRACE-SEQ
016480     END-IF.
016490     MOVE WS-STRING-TEXT TO WS-ACTUAL-TEXT.
016500     SET CHECK-NOT-RECOMPUTED TO TRUE.
016510*
016520     IF WS-STX-TRACE-SEQ = ZERO
016530         MOVE 'NO TRACE KEY' TO WS-EXPECT-TEXT
016540         GO TO 6100-EXIT
016550     END-IF.
016560     IF TRACE-NOT-OPEN
016570         MOVE 'TRACELOG NOT AVAILABLE' TO WS-EXPECT-TEXT
016580         GO TO 6100-EXIT
016590     END-IF.
016600*
016610     PERFORM 6110-FIND-HISTORY THRU 6110-EXIT.
016620     IF HISTORY-NOT-FOUND
016630         MOVE 'NO MERGE OR RELEASE ON FILE' TO WS-EXPECT-TEXT
016640         GO TO 6100-EXIT
016650     END-IF.
016660*
016670     SET STRING-PRINTABLE TO TRUE.
016680     PERFORM 6130-CHECK-ONE-BYTE THRU 6130-EXIT
016690         VARYING WS-BYTE-IDX FROM 1 BY 1
016700         UNTIL WS-BYTE-IDX > 8.
016710     IF STRING-NOT-PRINTABLE
016720         MOVE 'REJECTED TO SUSPENSE' TO WS-EXPECT-TEXT
016730         SET CHECK-DIFFERS TO TRUE
016740         GO TO 6100-EXIT
016750     END-IF.
016760*
016770     MOVE WS-HIST-STRING TO WS-STX-STRING.
016780     MOVE WS-STRING-TEXT TO WS-EXPECT-TEXT.
016790     IF WS-HIST-STRING = EV-TO-OUT-STRING
016800         SET CHECK-AGREES TO TRUE
016810     ELSE
016820         SET CHECK-DIFFERS TO TRUE
016830     END-IF.
016840*
016850 6100-EXIT.
016860     EXIT.
016870*
016880*===============================================================
016890*    6110-FIND-HISTORY
016900*===============================================================
016910 6110-FIND-HISTORY.
016920*
016930*    POSITIONS TO THE FIRST EVENT FOR THE TRACE KEY, AS
016940*    CXB40135 DOES, AND READS FORWARD IN EVENT ORDER UNTIL THE
016950*    KEY CHANGES.  EVENTS WORKED UNDER A BUSINESS DATE AFTER THE
016960*    FILE'S DATE ARE PASSED OVER, NOT TREATED AS THE END: A
016970*    REPROCESSED EARLIER DATE CAN FOLLOW THEM IN EVENT ORDER.
016980*
016990     SET HISTORY-NOT-FOUND TO TRUE.
017000     MOVE SPACES TO WS-HIST-STRING.
017010     MOVE EV-TO-TRACE-KEY TO WS-TRACE-KEY-SAVE.
017020*
017030     MOVE WS-TKS-BRANCH-ID  TO TL-BRANCH-ID.
017040     MOVE WS-STX-TRACE-DATE TO TL-TRACE-DATE.
017050     MOVE WS-STX-TRACE-SEQ  TO TL-SEQUENCE.
017060     MOVE ZERO         TO TL-EVENT-DATE.
017070     MOVE ZERO         TO TL-EVENT-TIME.
017080     MOVE LOW-VALUES   TO TL-PROGRAM.
017090     MOVE LOW-VALUES   TO TL-EVENT.
017100     START TRACE-LOG-FILE KEY IS NOT LESS THAN TL-LOG-KEY.
017110     IF NOT WS-TRACE-FILE-OK
017120         GO TO 6110-EXIT
017130     END-IF.
017140*
017150     SET SCAN-NOT-DONE TO TRUE.
017160     PERFORM 6120-READ-NEXT-HISTORY THRU 6120-EXIT
017170         UNTIL SCAN-DONE.
017180*
017190 6110-EXIT.
017200     EXIT.
017210*
017220*===============================================================
017230*    6120-READ-NEXT-HISTORY
017240*===============================================================
017250 6120-READ-NEXT-HISTORY.
017260*
017270     READ TRACE-LOG-FILE NEXT RECORD
017280         AT END
017290             SET SCAN-DONE TO TRUE
017300             GO TO 6120-EXIT
017310     END-READ.
017320*
017330     IF TL-TRACE-KEY NOT = WS-TRACE-KEY-SAVE
017340         SET SCAN-DONE TO TRUE
017350         GO TO 6120-EXIT
017360     END-IF.
017370     IF TL-BUSINESS-DATE > WS-EXPECT-DATE
017380         GO TO 6120-EXIT
017390     END-IF.
017400*
017410     IF TL-EVENT = 'MERGED' OR TL-EVENT = 'RELEASED'
017420         MOVE TL-STRING TO WS-HIST-STRING
017430         SET HISTORY-FOUND TO TRUE
017440     END-IF.
017450*
017460 6120-EXIT.
017470     EXIT.
017480*
017490*===============================================================
017500*    6130-CHECK-ONE-BYTE
017510*===============================================================
017520 6130-CHECK-ONE-BYTE.
017530*
017540     IF WS-HIST-STRING(WS-BYTE-IDX:1) < WS-LOW-PRINTABLE
017550         OR WS-HIST-STRING(WS-BYTE-IDX:1) > WS-HIGH-PRINTABLE
017560         SET STRING-NOT-PRINTABLE TO TRUE
017570     END-IF.
017580*
017590 6130-EXIT.
017600     EXIT.
017610*
017620*===============================================================
017630*    6200-CHECK-DBLOUT
017640*===============================================================
017650 6200-CHECK-DBLOUT.
017660*
017670*    CXB40092 DOUBLES THE INTEGER, OR FLAGS AN OVERFLOW WHEN
017680*    THE DOUBLE WILL NOT FIT NINE DIGITS.  ON AN OVERFLOW THE
017690*    DOUBLE ON FILE IS WHATEVER WAS LEFT OVER, SO ONLY THE FLAG
017700*    IS CHECKED.
017710*
017720     MOVE EV-DO-OUT-INTEGER  TO WS-DTX-INTEGER.
017730     MOVE EV-DO-OUT-DOUBLE   TO WS-DTX-DOUBLE.
017740     MOVE EV-DO-OUT-OVERFLOW TO WS-DTX-OVERFLOW.
017750     MOVE WS-DBL-TEXT TO WS-ACTUAL-TEXT.
017760*
017770     COMPUTE WS-EXP-DOUBLE = EV-DO-OUT-INTEGER * 2.
017780     IF WS-EXP-DOUBLE > 999999999 OR WS-EXP-DOUBLE < -999999999
017790         SET EXPECT-OVERFLOW TO TRUE
017800         MOVE '  OVERFLOW' TO WS-DTX-DOUBLE-X
017810         MOVE 'Y' TO WS-DTX-OVERFLOW
017820     ELSE
017830         SET EXPECT-NO-OVERFLOW TO TRUE
017840         MOVE WS-EXP-DOUBLE TO WS-DTX-DOUBLE
017850         MOVE 'N' TO WS-DTX-OVERFLOW
017860     END-IF.
017870     MOVE WS-DBL-TEXT TO WS-EXPECT-TEXT.
017880*
017890     IF EXPECT-OVERFLOW
017900         IF EV-DO-OUT-OVERFLOW = 'Y'
017910             SET CHECK-AGREES TO TRUE
017920         ELSE
017930             SET CHECK-DIFFERS TO TRUE
017940         END-IF
017950     ELSE
017960         IF EV-DO-OUT-OVERFLOW = 'N'
017970             AND EV-DO-OUT-DOUBLE = WS-EXP-DOUBLE
017980             SET CHECK-AGREES TO TRUE
017990         ELSE
018000             SET CHECK-DIFFERS TO TRUE
018010         END-IF
018020     END-IF.
018030*
018040 6200-EXIT.
018050     EXIT.
018060*
018070*===============================================================
018080*    6300-CHECK-PDOUT
018090*===============================================================
018100 6300-CHECK-PDOUT.
018110*
018120*    CXB40094 DOUBLES THE AMOUNT, OR FLAGS AN OVERFLOW WHEN THE
018130*    DOUBLE WILL NOT FIT S9(7)V99.  AN AMOUNT THAT IS NOT A
018140*    VALID PACKED NUMBER CANNOT BE RECOMPUTED.
018150*
018160     IF PO-OUT-AMOUNT NUMERIC
018170         MOVE PO-OUT-AMOUNT TO WS-PTX-AMOUNT
018180     ELSE
018190         MOVE '  *INVALID*' TO WS-PTX-AMOUNT-X
018200     END-IF.
018210     IF PO-OUT-DOUBLE-AMOUNT NUMERIC
018220         MOVE PO-OUT-DOUBLE-AMOUNT TO WS-PTX-DOUBLE
018230     ELSE
018240         MOVE '  *INVALID*' TO WS-PTX-DOUBLE-X
018250     END-IF.
018260     MOVE PO-OUT-OVERFLOW TO WS-PTX-OVERFLOW.
018270     MOVE WS-PD-TEXT TO WS-ACTUAL-TEXT.
018280*
018290     IF PO-OUT-AMOUNT NOT NUMERIC
018300         SET CHECK-NOT-RECOMPUTED TO TRUE
018310         MOVE 'AMOUNT NOT VALID PACKED' TO WS-EXPECT-TEXT
018320         GO TO 6300-EXIT
018330     END-IF.
018340*
018350     COMPUTE WS-EXP-AMOUNT = PO-OUT-AMOUNT * 2.
018360     IF WS-EXP-AMOUNT > 9999999.99 OR WS-EXP-AMOUNT < -9999999.99
018370         SET EXPECT-OVERFLOW TO TRUE
018380         MOVE '   OVERFLOW' TO WS-PTX-DOUBLE-X
018390         MOVE 'Y' TO WS-PTX-OVERFLOW
018400     ELSE
018410         SET EXPECT-NO-OVERFLOW TO TRUE
018420         MOVE WS-EXP-AMOUNT TO WS-PTX-DOUBLE
018430         MOVE 'N' TO WS-PTX-OVERFLOW
018440     END-IF.
018450     MOVE WS-PD-TEXT TO WS-EXPECT-TEXT.
018460*
018470     IF EXPECT-OVERFLOW
018480         IF PO-OUT-OVERFLOW = 'Y'
018490             SET CHECK-AGREES TO TRUE
018500         ELSE
018510             SET CHECK-DIFFERS TO TRUE
018520         END-IF
018530         GO TO 6300-EXIT
018540     END-IF.
018550*
018560     SET CHECK-DIFFERS TO TRUE.
018570     IF PO-OUT-OVERFLOW = 'N' AND PO-OUT-DOUBLE-AMOUNT NUMERIC
018580         IF PO-OUT-DOUBLE-AMOUNT = WS-EXP-AMOUNT
018590             SET CHECK-AGREES TO TRUE
018600         END-IF
018610     END-IF.
018620*
018630 6300-EXIT.
018640     EXIT.
018650*
018660*===============================================================
018670*    6400-WRITE-REGISTER
018680*===============================================================
018690 6400-WRITE-REGISTER.
018700*
018710     MOVE SPACES TO SAMPLE-REG-RECORD.
018720     MOVE WS-PERIOD-DATE  TO SR-PERIOD.
018730     MOVE WS-SAMPLE-NO    TO SR-SAMPLE-NO.
018740     MOVE WS-SEED         TO SR-SEED.
018750     MOVE WS-RUN-DATE     TO SR-DRAW-DATE.
018760     MOVE WS-LEG-LIVE-NAME(WS-LEG-SELECT) TO SR-FILE-ID.
018770     MOVE WS-SRT-NAME(WS-SRC-IDX)  TO SR-SOURCE.
018780     MOVE WS-SRT-DATE(WS-SRC-IDX)  TO SR-GEN-DATE.
018790     MOVE WS-SRT-CYCLE(WS-SRC-IDX) TO SR-GEN-CYCLE.
018800     MOVE WS-DATA-COUNT   TO SR-POSITION.
018810     MOVE WS-CUR-BRANCH   TO SR-BRANCH-ID.
018820     MOVE WS-CUR-BAND     TO SR-BAND.
018830     MOVE WS-ACTUAL-TEXT  TO SR-ACTUAL.
018840     MOVE WS-EXPECT-TEXT  TO SR-EXPECTED.
018850     MOVE WS-CHECK-FLAG   TO SR-CHECK-FLAG.
018860     SET SR-FINDING-PENDING TO TRUE.
018870     MOVE ZERO            TO SR-FINDING-DATE.
018880*
018890     WRITE SAMPLE-REG-RECORD.
018900     IF NOT WS-REG-FILE-OK
018910         DISPLAY 'CXB40151 SMPLREG WRITE FAILED FOR SAMPLE '
018920             WS-SAMPLE-NO ', STATUS=' WS-REG-STATUS
018930         SET REGISTER-WRITE-FAILED TO TRUE
018940     END-IF.
018950*
018960 6400-EXIT.
018970     EXIT.
018980*
018990*===============================================================
019000*    6500-COMPARE-REGISTER
019010*===============================================================
019020 6500-COMPARE-REGISTER.
019030*
019040*    A REDRAWN SELECTION REPRODUCES THE REGISTER WHEN THE SAME
019050*    SAMPLE NUMBER NAMES THE SAME RECORD OF THE SAME COPY.
019060*
019070     MOVE WS-PERIOD-DATE TO SR-PERIOD.
019080     MOVE WS-SAMPLE-NO   TO SR-SAMPLE-NO.
019090     READ SAMPLE-REG-FILE.
019100*
019110     IF WS-REG-FILE-OK
019120         AND SR-FILE-ID = WS-LEG-LIVE-NAME(WS-LEG-SELECT)
019130         AND SR-SOURCE = WS-SRT-NAME(WS-SRC-IDX)
019140         AND SR-GEN-DATE = WS-SRT-DATE(WS-SRC-IDX)
019150         AND SR-GEN-CYCLE = WS-SRT-CYCLE(WS-SRC-IDX)
019160         AND SR-POSITION = WS-DATA-COUNT
019170         ADD 1 TO WS-REPRO-COUNT
019180         MOVE 'REPRODUCED' TO WS-REPRO-TEXT
019190     ELSE
019200         ADD 1 TO WS-NOT-REPRO-COUNT
019210         SET RUN-HAS-WARNING TO TRUE
019220         MOVE 'NOT AS REGISTERED' TO WS-REPRO-TEXT
019230     END-IF.
019240*
019250 6500-EXIT.
019260     EXIT.
019270*
019280*===============================================================
019290*    6600-PRINT-SAMPLE
019300*===============================================================
019310 6600-PRINT-SAMPLE.
019320*
019330     MOVE SPACES TO REPORT-RECORD.
019340     WRITE REPORT-RECORD.
019350*
019360     MOVE WS-SAMPLE-NO               TO WS-SML-NO.
019370     MOVE WS-LEG-LIVE-NAME(WS-LEG-SELECT) TO WS-SML-FILE.
019380     MOVE WS-SRT-NAME(WS-SRC-IDX)    TO WS-SML-FROM.
019390     MOVE WS-SRT-DATE(WS-SRC-IDX)    TO WS-SML-DATE.
019400     MOVE WS-SRT-CYCLE(WS-SRC-IDX)   TO WS-SML-CYCLE.
019410     MOVE WS-DATA-COUNT              TO WS-SML-POSITION.
019420     MOVE WS-CUR-BRANCH              TO WS-SML-BRANCH.
019430     MOVE WS-CUR-BAND                TO WS-SML-BAND.
019440     WRITE REPORT-RECORD FROM WS-SAMPLE-LINE.
019450*
019460     MOVE 'ACTUAL'       TO WS-VAL-LABEL.
019470     MOVE WS-ACTUAL-TEXT TO WS-VAL-TEXT.
019480     MOVE SPACES         TO WS-VAL-CHECK.
019490     MOVE SPACES         TO WS-VAL-TAIL.
019500     WRITE REPORT-RECORD FROM WS-VALUE-LINE.
019510*
019520     MOVE 'EXPECTED'     TO WS-VAL-LABEL.
019530     MOVE WS-EXPECT-TEXT TO WS-VAL-TEXT.
019540     EVALUATE TRUE
019550         WHEN CHECK-AGREES
019560             MOVE 'AGREES' TO WS-VAL-CHECK
019570         WHEN CHECK-DIFFERS
019580             MOVE 'DIFFERS' TO WS-VAL-CHECK
019590         WHEN OTHER
019600             MOVE 'NOT RECOMP' TO WS-VAL-CHECK
019610     END-EVALUATE.
019620     IF REPRODUCE-MODE
019630         MOVE WS-REPRO-TEXT TO WS-VAL-TAIL
019640     ELSE
019650         MOVE 'FINDING P/F: ___' TO WS-VAL-TAIL
019660     END-IF.
019670     WRITE REPORT-RECORD FROM WS-VALUE-LINE.
019680*
019690 6600-EXIT.
019700     EXIT.
019710*
019720*===============================================================
019730*    7000-WRITE-SECTION
019740*===============================================================
019750 7000-WRITE-SECTION.
019760*
019770     MOVE SPACES TO REPORT-RECORD.
019780     WRITE REPORT-RECORD.
019790     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
019800*
019810 7000-EXIT.
019820     EXIT.
019830*
019840*===============================================================
019850*    7100-OPEN-SOURCE
019860*===============================================================
019870 7100-OPEN-SOURCE.
019880*
019890*    OPENS THE COPY NAMED BY WS-LEG-SELECT AND WS-SRC-SLOT AND,
019900*    FOR AN ENVELOPED FILE, READS ITS HEADER, WHICH MUST CARRY
019910*    WS-EXPECT-DATE UNLESS THAT IS ZERO.  ON SUCCESS THE FILE
019920*    IS LEFT OPEN; OTHERWISE IT IS CLOSED AND WS-OPEN-RESULT
019930*    SAYS WHY.
019940*
019950     SET NOT-END-OF-SOURCE TO TRUE.
019960     MOVE ZERO TO WS-HEADER-DATE.
019970     COMPUTE WS-SRC-SELECT = (WS-LEG-SELECT * 10) + WS-SRC-SLOT.
019980*
019990     EVALUATE WS-SRC-SELECT
020000         WHEN 20 OPEN INPUT TRANS-OUT-FILE
020010         WHEN 21 OPEN INPUT TRANSG1-FILE
020020         WHEN 22 OPEN INPUT TRANSG2-FILE
020030         WHEN 23 OPEN INPUT TRANSG3-FILE
020040         WHEN 24 OPEN INPUT TRANSG4-FILE
020050         WHEN 25 OPEN INPUT TRANSG5-FILE
020060         WHEN 40 OPEN INPUT DBL-OUT-FILE
020070         WHEN 41 OPEN INPUT DBLG1-FILE
020080         WHEN 42 OPEN INPUT DBLG2-FILE
020090         WHEN 43 OPEN INPUT DBLG3-FILE
020100         WHEN 44 OPEN INPUT DBLG4-FILE
020110         WHEN 45 OPEN INPUT DBLG5-FILE
020120         WHEN 50 OPEN INPUT PD-OUT-FILE
020130     END-EVALUATE.
020140*
020150     IF NOT WS-SRC-FILE-OK
020160         SET OPEN-NOT-AVAILABLE TO TRUE
020170         GO TO 7100-EXIT
020180     END-IF.
020190*
020200     IF LEG-PDOUT
020210         SET OPEN-SUCCEEDED TO TRUE
020220         GO TO 7100-EXIT
020230     END-IF.
020240*
020250     PERFORM 7150-READ-SOURCE THRU 7150-EXIT.
020260     IF END-OF-SOURCE OR NOT EV-HEADER-REC
020270         SET OPEN-NO-HEADER TO TRUE
020280         PERFORM 7200-CLOSE-SOURCE THRU 7200-EXIT
020290         GO TO 7100-EXIT
020300     END-IF.
020310*
020320     MOVE EV-CREATE-DATE TO WS-HEADER-DATE.
020330     IF WS-EXPECT-DATE NOT = ZERO
020340         AND EV-CREATE-DATE NOT = WS-EXPECT-DATE
020350         SET OPEN-WRONG-DATE TO TRUE
020360         PERFORM 7200-CLOSE-SOURCE THRU 7200-EXIT
020370         GO TO 7100-EXIT
020380     END-IF.
020390*
020400     SET OPEN-SUCCEEDED TO TRUE.
020410*
020420 7100-EXIT.
020430     EXIT.
020440*
020450*===============================================================
020460*    7150-READ-SOURCE
020470*===============================================================
020480 7150-READ-SOURCE.
020490*
020500     EVALUATE WS-SRC-SELECT
020510         WHEN 20
020520             READ TRANS-OUT-FILE INTO WS-ENV-RECORD
020530                 AT END SET END-OF-SOURCE TO TRUE
020540             END-READ
020550         WHEN 21
020560             READ TRANSG1-FILE INTO WS-ENV-RECORD
020570                 AT END SET END-OF-SOURCE TO TRUE
020580             END-READ
020590         WHEN 22
020600             READ TRANSG2-FILE INTO WS-ENV-RECORD
020610                 AT END SET END-OF-SOURCE TO TRUE
020620             END-READ
020630         WHEN 23
020640             READ TRANSG3-FILE INTO WS-ENV-RECORD
020650                 AT END SET END-OF-SOURCE TO TRUE
020660             END-READ
020670         WHEN 24
020680             READ TRANSG4-FILE INTO WS-ENV-RECORD
020690                 AT END SET END-OF-SOURCE TO TRUE
020700             END-READ
020710         WHEN 25
020720             READ TRANSG5-FILE INTO WS-ENV-RECORD
020730                 AT END SET END-OF-SOURCE TO TRUE
020740             END-READ
020750         WHEN 40
020760             READ DBL-OUT-FILE INTO WS-ENV-RECORD
020770                 AT END SET END-OF-SOURCE TO TRUE
020780             END-READ
020790         WHEN 41
020800             READ DBLG1-FILE INTO WS-ENV-RECORD
020810                 AT END SET END-OF-SOURCE TO TRUE
020820             END-READ
020830         WHEN 42
020840             READ DBLG2-FILE INTO WS-ENV-RECORD
020850                 AT END SET END-OF-SOURCE TO TRUE
020860             END-READ
020870         WHEN 43
020880             READ DBLG3-FILE INTO WS-ENV-RECORD
020890                 AT END SET END-OF-SOURCE TO TRUE
020900             END-READ
020910         WHEN 44
020920             READ DBLG4-FILE INTO WS-ENV-RECORD
020930                 AT END SET END-OF-SOURCE TO TRUE
020940             END-READ
020950         WHEN 45
020960             READ DBLG5-FILE INTO WS-ENV-RECORD
020970                 AT END SET END-OF-SOURCE TO TRUE
020980             END-READ
020990         WHEN 50
021000             READ PD-OUT-FILE
021010                 AT END SET END-OF-SOURCE TO TRUE
021020             END-READ
021030     END-EVALUATE.
021040*
021050 7150-EXIT.
021060     EXIT.
021070*
021080*===============================================================
021090*    7200-CLOSE-SOURCE
021100*===============================================================
021110 7200-CLOSE-SOURCE.
021120*
021130     EVALUATE WS-SRC-SELECT
021140         WHEN 20 CLOSE TRANS-OUT-FILE
021150         WHEN 21 CLOSE TRANSG1-FILE
021160         WHEN 22 CLOSE TRANSG2-FILE
021170         WHEN 23 CLOSE TRANSG3-FILE
021180         WHEN 24 CLOSE TRANSG4-FILE
021190         WHEN 25 CLOSE TRANSG5-FILE
021200         WHEN 40 CLOSE DBL-OUT-FILE
021210         WHEN 41 CLOSE DBLG1-FILE
021220         WHEN 42 CLOSE DBLG2-FILE
021230         WHEN 43 CLOSE DBLG3-FILE
021240         WHEN 44 CLOSE DBLG4-FILE
021250         WHEN 45 CLOSE DBLG5-FILE
021260         WHEN 50 CLOSE PD-OUT-FILE
021270     END-EVALUATE.
021280*
021290 7200-EXIT.
021300     EXIT.
021310*
021320*===============================================================
021330*    7300-CLASSIFY-RECORD
021340*===============================================================
021350 7300-CLASSIFY-RECORD.
021360*
021370*    SETS THE STRATUM OF THE RECORD IN HAND: ITS FILE, ITS
021380*    BRANCH (TRANSOUT, WHEN STRATIFIED BY BRANCH) AND ITS
021390*    AMOUNT BAND (DBLOUT AND PDOUT, WHEN STRATIFIED BY BAND).
021400*
021410     MOVE WS-LEG-SELECT TO WS-CUR-LEG.
021420     MOVE SPACES TO WS-CUR-BRANCH.
021430     MOVE ZERO TO WS-CUR-BAND.
021440     MOVE ZERO TO WS-CUR-AMOUNT.
021450*
021460     EVALUATE TRUE
021470         WHEN LEG-TRANSOUT
021480             IF STRATIFY-BY-BRANCH
021490                 MOVE EV-TO-BRANCH-ID TO WS-CUR-BRANCH
021500             END-IF
021510             GO TO 7300-EXIT
021520         WHEN LEG-DBLOUT
021530             MOVE EV-DO-OUT-INTEGER TO WS-CUR-AMOUNT
021540         WHEN LEG-PDOUT
021550             IF PO-OUT-AMOUNT NUMERIC
021560                 MOVE PO-OUT-AMOUNT TO WS-CUR-AMOUNT
021570             END-IF
021580     END-EVALUATE.
021590*
021600     IF NOT STRATIFY-BY-BAND
021610         GO TO 7300-EXIT
021620     END-IF.
021630*
021640     IF WS-CUR-AMOUNT < ZERO
021650         COMPUTE WS-CUR-AMOUNT = ZERO - WS-CUR-AMOUNT
021660     END-IF.
021670     EVALUATE TRUE
021680         WHEN WS-CUR-AMOUNT < WS-BAND-LIMIT(1)
021690             MOVE 1 TO WS-CUR-BAND
021700         WHEN WS-CUR-AMOUNT < WS-BAND-LIMIT(2)
021710             MOVE 2 TO WS-CUR-BAND
021720         WHEN WS-CUR-AMOUNT < WS-BAND-LIMIT(3)
021730             MOVE 3 TO WS-CUR-BAND
021740         WHEN OTHER
021750             MOVE 4 TO WS-CUR-BAND
021760     END-EVALUATE.
021770*
021780 7300-EXIT.
021790     EXIT.
021800*
021810*===============================================================
021820*    7400-FIND-STRATUM
021830*===============================================================
021840 7400-FIND-STRATUM.
021850*
021860*    SETS WS-STR-IDX TO THE RECORD'S STRATUM, ADDING IT WHEN
021870*    FIRST MET; ZERO WHEN THE TABLE IS ALREADY FULL.
021880*
021890     MOVE ZERO TO WS-FOUND-INDEX.
021900     PERFORM 7410-CHECK-ONE-STRATUM THRU 7410-EXIT
021910         VARYING WS-STR-IDX FROM 1 BY 1
021920         UNTIL WS-STR-IDX > WS-STR-COUNT
021930            OR WS-FOUND-INDEX > ZERO.
021940     IF WS-FOUND-INDEX > ZERO
021950         MOVE WS-FOUND-INDEX TO WS-STR-IDX
021960         GO TO 7400-EXIT
021970     END-IF.
021980*
021990     IF WS-STR-COUNT NOT < WS-STR-MAX
022000         SET STRATA-TABLE-FULL TO TRUE
022010         MOVE ZERO TO WS-STR-IDX
022020         GO TO 7400-EXIT
022030     END-IF.
022040*
022050     ADD 1 TO WS-STR-COUNT.
022060     MOVE WS-STR-COUNT TO WS-STR-IDX.
022070     MOVE WS-CUR-STR-KEY TO WS-STR-KEY(WS-STR-IDX).
022080     MOVE ZERO TO WS-STR-POP(WS-STR-IDX).
022090     MOVE ZERO TO WS-STR-SIZE(WS-STR-IDX).
022100     MOVE ZERO TO WS-STR-START(WS-STR-IDX).
022110     MOVE ZERO TO WS-STR-SEEN(WS-STR-IDX).
022120     MOVE ZERO TO WS-STR-PICKED(WS-STR-IDX).
022130     MOVE ZERO TO WS-STR-NEXT-PICK(WS-STR-IDX).
022140*
022150 7400-EXIT.
022160     EXIT.
022170*
022180*===============================================================
022190*    7410-CHECK-ONE-STRATUM
022200*===============================================================
022210 7410-CHECK-ONE-STRATUM.
022220*
022230     IF WS-STR-KEY(WS-STR-IDX) = WS-CUR-STR-KEY
022240         MOVE WS-STR-IDX TO WS-FOUND-INDEX
022250     END-IF.
022260*
022270 7410-EXIT.
022280     EXIT.
022290*
022300*===============================================================
022310*    8100-CHECK-IN-PERIOD
022320*===============================================================
022330 8100-CHECK-IN-PERIOD.
022340*
022350     SET DATE-NOT-IN-PERIOD TO TRUE.
022360     IF PERIOD-IS-MONTH
022370         DIVIDE WS-TEST-DATE BY 100 GIVING WS-TEST-MONTH
022380         IF WS-TEST-MONTH = WS-PERIOD-MONTH
022390             SET DATE-IN-PERIOD TO TRUE
022400         END-IF
022410     ELSE
022420         IF WS-TEST-DATE = WS-PERIOD-DATE
022430             SET DATE-IN-PERIOD TO TRUE
022440         END-IF
022450     END-IF.
022460*
022470 8100-EXIT.
022480     EXIT.
022490*
022500*===============================================================
022510*    9000-TERMINATE
022520*===============================================================
022530 9000-TERMINATE.
022540*
022550     IF SAMPLE-ALLOWED
022560         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
022570     END-IF.
022580*
022590     CLOSE REPORT-FILE.
022600     IF SAMPLE-REG-IS-OPEN
022610         CLOSE SAMPLE-REG-FILE
022620     END-IF.
022630     IF TRACE-IS-OPEN
022640         CLOSE TRACE-LOG-FILE
022650     END-IF.
022660*
022670     EVALUATE TRUE
022680         WHEN SAMPLE-REFUSED
022690             DISPLAY 'CXB40151 ' WS-REFUSE-TEXT
022700             MOVE 8 TO RETURN-CODE
022710         WHEN REGISTER-WRITE-FAILED
022720             DISPLAY 'CXB40151 SAMPLE NOT FULLY REGISTERED'
022730             MOVE 8 TO RETURN-CODE
022740         WHEN RUN-HAS-WARNING
022750             DISPLAY 'CXB40151 SAMPLE DRAWN FOR ' WS-PERIOD-DATE
022760                 ' - SEE SMPLRPT WARNINGS'
022770             MOVE 4 TO RETURN-CODE
022780         WHEN OTHER
022790             DISPLAY 'CXB40151 SAMPLE DRAWN FOR ' WS-PERIOD-DATE
022800             MOVE 0 TO RETURN-CODE
022810     END-EVALUATE.
022820*
022830 9000-EXIT.
022840     EXIT.
022850*
022860*===============================================================
022870*    9100-PRINT-TOTALS
022880*===============================================================
022890 9100-PRINT-TOTALS.
022900*
022910*    ON A REDRAW, A REGISTER HOLDING MORE SAMPLES THAN WERE
022920*    DRAWN AGAIN IS ALSO NOT REPRODUCED.
022930*
022940     IF REPRODUCE-MODE
022950         MOVE WS-PERIOD-DATE TO SR-PERIOD
022960         COMPUTE SR-SAMPLE-NO = WS-SAMPLE-NO + 1
022970         READ SAMPLE-REG-FILE
022980         IF WS-REG-FILE-OK
022990             ADD 1 TO WS-NOT-REPRO-COUNT
023000             SET RUN-HAS-WARNING TO TRUE
023010             MOVE SPACES TO REPORT-RECORD
023020             WRITE REPORT-RECORD
023030             MOVE 'REGISTER HOLDS MORE SAMPLES THAN WERE REDRAWN'
023040                 TO WS-MSG-TEXT
023050             WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
023060         END-IF
023070     END-IF.
023080*
023090     MOVE 'TOTALS' TO WS-SEC-TITLE.
023100     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
023110*
023120     MOVE WS-POP-TOTAL TO WS-TOT-POP.
023130     MOVE WS-SAMPLE-NO TO WS-TOT-SAMPLED.
023140     MOVE WS-STR-COUNT TO WS-TOT-STRATA.
023150     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
023160*
023170     MOVE WS-AGREE-COUNT    TO WS-CKT-AGREE.
023180     MOVE WS-DIFFER-COUNT   TO WS-CKT-DIFFER.
023190     MOVE WS-UNRECOMP-COUNT TO WS-CKT-UNRECOMP.
023200     WRITE REPORT-RECORD FROM WS-CHECK-TOTAL-LINE.
023210*
023220     IF REPRODUCE-MODE
023230         MOVE WS-REPRO-COUNT     TO WS-RPT-REPRO
023240         MOVE WS-NOT-REPRO-COUNT TO WS-RPT-NOT-REPRO
023250         WRITE REPORT-RECORD FROM WS-REPRO-TOTAL-LINE
023260     END-IF.
023270*
023280 9100-EXIT.
023290     EXIT.
