000130*
000140*     PROGRAM DESCRIPTION:
000150*          Merge front end for the CXB40093 transaction run.
000160*          Reads up to ten per-branch transaction files
000170*          (BRANCH01 through BRANCH10, each wrapped in the
000180*          standard CXBCTL control envelope by the sending
000190*          office), verifies each file's header and trailer,
000200*          stamps each data record with its branch identifier,
000210*          and writes them all to the single TRANSIN file the
000220*          driver consumes, wrapped in TRANSIN's own CXBCTL
000230*          envelope.
000240*
000250*          Which office sends on which file is read from the
000260*          BRANMAST branch master kept by CXB40144: each branch
000270*          open on the business date owns one feed slot, and
000280*          slot nn is the BRANCHnn file.  A file arriving on a
000290*          slot no open branch owns - an unknown office, or one
000300*          whose close date has been reached - is refused
000310*          whole: none of it is merged, it is reported, and a
000320*          W event is raised through the CXB40127 service.  An
000330*          open branch whose file has not arrived on a weekday
000340*          the master says it sends is reported late and
000350*          raised as a W event the same way; one that does not
000360*          send on that weekday is noted as not expected.  A
000370*          late or refused file sets RETURN-CODE 4.  With the
000380*          master unavailable or empty nothing is merged and
000390*          TRANSIN is left trailer-less with RETURN-CODE 16.
000400*
000410*          Every merged record is stamped with its trace key -
000420*          branch, business date, and a sequence number counted
000430*          per branch - which TRANSOUT, SUSPENSE, RESUBMIT,
000440*          REJNOTE, and the BRANCHnnR response files carry
000450*          forward, and a MERGED event is written for it to the
000460*          TRACELOG record history through the CXB40134
000470*          trace-logging service for the CXB40135 trace inquiry.
000480*          A business date worked in more than one cycle numbers
000490*          each cycle in its own million (cycle 1 from 1, cycle
000500*          2 from 1000001), so a midday record never repeats an
000510*          overnight trace key.
000520*
000530*          Every branch-file header accepted is recorded in the
000540*          keyed BRANREG registry (source office, creation
000550*          date, file id), with the business date and cycle
000560*          that took it in.  A file whose header is already on
000570*          record is a re-submission: it is diverted whole to
000580*          the BRANDUP holding file and reported, and none of
000590*          its records reach TRANSIN, so a branch re-sending
000600*          last night's file after a line drop cannot put the
000610*          same records through the run twice.
000620*
000630*          The MRGRPT report carries one line per branch
000640*          showing the header fields, the record count, and
000650*          what was done with the file (merged, duplicate,
000660*          late, not expected, refused, or bad envelope).  A
000670*          branch file that fails its envelope leaves TRANSIN
000680*          trailer-less, so the CXB40093 envelope check
000690*          refuses the merge instead of running a night built
000700*          on a short file.
000710*
000720*     INPUTS:
000730*          BRANCH01 - BRANCH10 - per-branch enveloped
000740*                       transaction files (CXBCTL layout, data
000750*                       records carrying an 8-byte string).
000760*          BRANMAST   - keyed branch master (CXBBRAN layout)
000770*                       maintained by CXB40144.
000780*          BRANREG    - keyed registry of accepted headers.
000790*
000800*     OUTPUTS:
000810*          TRANSIN    - merged, branch-stamped, enveloped
000820*                       transaction file for CXB40093.
000830*          BRANREG    - updated with each accepted header.
000840*          BRANDUP    - duplicate submissions, diverted whole.
000850*          MRGRPT     - one disposition line per branch.
000860*          TRACELOG   - MERGED history event per record (through
000870*                       CXB40134).
000880*          OPSEVENT   - W events for late and refused branch
000890*                       files (through CXB40127).
000900*
000910*     CHANGE HISTORY:
000920*       23 AUG 2026   DPO   Initial release.
000930*       02 SEP 2026   DPO   The run date now comes from
000940*                           the CXB40117 business-date
000950*                           service (the BUSDATE control
000960*                           file, rolled by CXB40118)
000970*                           instead of ACCEPT FROM DATE,
000980*                           so work that slips past
000990*                           midnight still posts under the
001000*                           right business date.
001010*       02 SEP 2026   DPO   Date fields are now PIC 9(08)
001020*                           CCYYMMDD, in step with the shared
001030*                           copybooks, so dates compare and
001040*                           order correctly across a century
001050*                           boundary.  Existing keyed and
001060*                           archive files are rebuilt into
001070*                           the new layout by the CXB40119
001080*                           conversion utility.
001090*       02 SEP 2026   DPO   The branch files now arrive in
001100*                           the CXBCTL envelope and are
001110*                           verified header to trailer, and
001120*                           every accepted header is recorded
001130*                           in the new BRANREG registry.  A
001140*                           re-submitted file is diverted
001150*                           whole to BRANDUP with a report
001160*                           line naming the office instead of
001170*                           being merged into TRANSIN twice.
001180*                           The per-branch dispositions moved
001190*                           from console DISPLAYs to the new
001200*                           MRGRPT report.
001210*       02 SEP 2026   DPO   The per-branch merged counts are
001220*                           now also appended to the durable
001230*                           BRANSTAT statistics file every
001240*                           night, so the CXB40125 month-end
001250*                           chargeback statement rolls up a
001260*                           file instead of console messages.
001270*       15 OCT 2026   DPO   Every TRANSIN data record now carries
001280*                           a trace key (branch, business date,
001290*                           and per-branch sequence number) in
001300*                           the former filler, and a MERGED
001310*                           event is written to the TRACELOG
001320*                           record history through the new
001330*                           CXB40134 trace-logging service.
001340*       15 OCT 2026   DPO   The processing cycle from the new
001350*                           CXB40136 service is recorded on
001360*                           each BRANREG acceptance and each
001370*                           BRANSTAT record and printed in the
001380*                           MRGRPT heading, and is folded into
001390*                           the trace sequence so a second
001400*                           cycle's keys do not repeat the
001410*                           first's.  A re-submission report
001420*                           names the date and cycle that
001430*                           first accepted the file.
001440*       15 OCT 2026   DPO   The offices are now read from the
001450*                           new BRANMAST branch master instead
001460*                           of five hardcoded identifiers, and
001470*                           the merge takes up to ten branch
001480*                           files, one per feed slot.  A file
001490*                           on a slot with no open branch is
001500*                           refused, and an expected branch
001510*                           whose file is missing is reported
001520*                           late instead of skipped; both are
001530*                           raised as OPSEVENT W events and
001540*                           set RETURN-CODE 4.
001550*       15 OCT 2026   DPO   BRANSTAT merged counts are checked
001560*                           against the accounting period
001570*                           control through CXB40147: counts for
001580*                           a business date in a closed month
001590*                           are carried into the next open month
001600*                           and flagged as a prior-period
001610*                           adjustment, and are withheld (RC 8)
001620*                           when no open month can be found.
001630*       15 OCT 2026   DPO   The closed-period event now takes the
001640*                           run's next event number (BRPCnnnn),
001650*                           like the late and refused events, so
001660*                           its OPSEVENT key is always unique.
001670*       15 OCT 2026   DPO   The closed-period event is now raised
001680*                           as fatal ('F'), a severity the
001690*                           CXB40128 alert report lists.
001700*
001710 IDENTIFICATION DIVISION.
001720 PROGRAM-ID. CXB40109.
001730 AUTHOR. DATA-PROCESSING-OPERATIONS.
001740 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
001750 DATE-WRITTEN. 23 AUG 2026.
001760 DATE-COMPILED.
001770*
001780 ENVIRONMENT DIVISION.
001790 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001810     SELECT BRANCH01-FILE ASSIGN TO "BRANCH01"
001820         ORGANIZATION IS SEQUENTIAL
001830         FILE STATUS IS WS-BRANCH-STATUS.
001840     SELECT BRANCH02-FILE ASSIGN TO "BRANCH02"
001850         ORGANIZATION IS SEQUENTIAL
001860         FILE STATUS IS WS-BRANCH-STATUS.
001870     SELECT BRANCH03-FILE ASSIGN TO "BRANCH03"
001880         ORGANIZATION IS SEQUENTIAL
001890         FILE STATUS IS WS-BRANCH-STATUS.
001900     SELECT BRANCH04-FILE ASSIGN TO "BRANCH04"
001910         ORGANIZATION IS SEQUENTIAL
001920         FILE STATUS IS WS-BRANCH-STATUS.
001930     SELECT BRANCH05-FILE ASSIGN TO "BRANCH05"
001940         ORGANIZATION IS SEQUENTIAL
001950         FILE STATUS IS WS-BRANCH-STATUS.
001960     SELECT BRANCH06-FILE ASSIGN TO "BRANCH06"
001970         ORGANIZATION IS SEQUENTIAL
001980         FILE STATUS IS WS-BRANCH-STATUS.
001990     SELECT BRANCH07-FILE ASSIGN TO "BRANCH07"
002000         ORGANIZATION IS SEQUENTIAL
002010         FILE STATUS IS WS-BRANCH-STATUS.
002020     SELECT BRANCH08-FILE ASSIGN TO "BRANCH08"
002030         ORGANIZATION IS SEQUENTIAL
002040         FILE STATUS IS WS-BRANCH-STATUS.
002050     SELECT BRANCH09-FILE ASSIGN TO "BRANCH09"
002060         ORGANIZATION IS SEQUENTIAL
002070         FILE STATUS IS WS-BRANCH-STATUS.
002080     SELECT BRANCH10-FILE ASSIGN TO "BRANCH10"
002090         ORGANIZATION IS SEQUENTIAL
002100         FILE STATUS IS WS-BRANCH-STATUS.
002110     SELECT BRANCH-MASTER-FILE ASSIGN TO "BRANMAST"
002120         ORGANIZATION IS INDEXED
002130         ACCESS MODE IS SEQUENTIAL
002140         RECORD KEY IS BM-BRANCH-KEY
002150         FILE STATUS IS WS-MAST-STATUS.
002160     SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
002170         ORGANIZATION IS SEQUENTIAL.
002180     SELECT BRANCH-REG-FILE ASSIGN TO "BRANREG"
002190         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS RANDOM
002210         RECORD KEY IS BG-REG-KEY
002220         FILE STATUS IS WS-REG-STATUS.
002230     SELECT DUPLICATE-FILE ASSIGN TO "BRANDUP"
002240         ORGANIZATION IS SEQUENTIAL
002250         FILE STATUS IS WS-DUP-STATUS.
002260     SELECT BRANCH-STAT-FILE ASSIGN TO "BRANSTAT"
002270         ORGANIZATION IS SEQUENTIAL
002280         FILE STATUS IS WS-STAT-STATUS.
002290     SELECT REPORT-FILE ASSIGN TO "MRGRPT"
002300         ORGANIZATION IS SEQUENTIAL.
002310*
002320 DATA DIVISION.
002330 FILE SECTION.
002340*
002350*    THE TEN BRANCH FILES ALL CARRY THE SAME 28-BYTE
002360*    ENVELOPED RECORD; EACH IS READ INTO WS-BRANCH-RECORD AND
002370*    WORKED THERE.
002380*
002390 FD  BRANCH01-FILE
002400     RECORDING MODE IS F.
002410 01  BRANCH01-RECORD           PIC X(28).
002420 FD  BRANCH02-FILE
002430     RECORDING MODE IS F.
002440 01  BRANCH02-RECORD           PIC X(28).
002450 FD  BRANCH03-FILE
002460     RECORDING MODE IS F.
002470 01  BRANCH03-RECORD           PIC X(28).
002480 FD  BRANCH04-FILE
002490     RECORDING MODE IS F.
002500 01  BRANCH04-RECORD           PIC X(28).
002510 FD  BRANCH05-FILE
002520     RECORDING MODE IS F.
002530 01  BRANCH05-RECORD           PIC X(28).
002540 FD  BRANCH06-FILE
002550     RECORDING MODE IS F.
002560 01  BRANCH06-RECORD           PIC X(28).
002570 FD  BRANCH07-FILE
002580     RECORDING MODE IS F.
002590 01  BRANCH07-RECORD           PIC X(28).
002600 FD  BRANCH08-FILE
002610     RECORDING MODE IS F.
002620 01  BRANCH08-RECORD           PIC X(28).
002630 FD  BRANCH09-FILE
002640     RECORDING MODE IS F.
002650 01  BRANCH09-RECORD           PIC X(28).
002660 FD  BRANCH10-FILE
002670     RECORDING MODE IS F.
002680 01  BRANCH10-RECORD           PIC X(28).
002690*
002700*    BRANMAST IS THE BRANCH MASTER MAINTAINED BY CXB40144; IT
002710*    IS READ THROUGH ONCE AT THE START TO BUILD THE SLOT TABLE.
002720*
002730 FD  BRANCH-MASTER-FILE
002740     RECORDING MODE IS F.
002750 01  BRANCH-MASTER-RECORD.
002760     COPY CXBBRAN
002770         REPLACING LEADING ==CXB-BM== BY ==BM==.
002780*
002790 FD  TRANS-IN-FILE
002800     RECORDING MODE IS F.
002810 01  TRANS-IN-RECORD.
002820     COPY CXBCTL
002830         REPLACING LEADING ==CXB-CTL== BY ==TI==.
002840     05  TI-DATA-VIEW REDEFINES TI-BODY.
002850         10  TI-BRANCH-ID      PIC X(03).
002860         10  TI-IN-STRING      PIC X(08).
002870         10  TI-TRACE-DATE     PIC 9(08).
002880         10  TI-TRACE-SEQ      PIC 9(08).
002890*
002900*    BRANREG IS THE DUPLICATE-SUBMISSION REGISTRY: ONE RECORD
002910*    PER BRANCH-FILE HEADER EVER ACCEPTED, KEYED BY THE
002920*    HEADER'S SOURCE, CREATION DATE, AND FILE ID, WITH THE
002930*    NIGHT IT WAS ACCEPTED AND HOW MANY RECORDS IT CARRIED.
002940*
002950 FD  BRANCH-REG-FILE
002960     RECORDING MODE IS F.
002970 01  BRANCH-REG-RECORD.
002980     05  BG-REG-KEY.
002990         10  BG-SOURCE         PIC X(08).
003000         10  BG-CREATE-DATE    PIC 9(08).
003010         10  BG-FILE-ID        PIC X(08).
003020     05  BG-ACCEPT-DATE        PIC 9(08).
003030     05  BG-ACCEPT-TIME        PIC 9(08).
003040     05  BG-RECORD-COUNT       PIC 9(09).
003050     05  BG-ACCEPT-CYCLE       PIC 9(02).
003060*
003070 FD  DUPLICATE-FILE
003080     RECORDING MODE IS F.
003090 01  DUPLICATE-RECORD          PIC X(28).
003100*
003110 FD  REPORT-FILE
003120     RECORDING MODE IS F.
003130 01  REPORT-RECORD             PIC X(80).
003140*
003150*    BRANSTAT IS THE DURABLE PER-BRANCH STATISTICS FILE THE
003160*    CXB40125 MONTH-END CHARGEBACK STATEMENT ROLLS UP; THIS
003170*    PROGRAM APPENDS ONE RECORD PER BRANCH PER NIGHT WITH THE
003180*    MERGED COUNT, AND CXB40093 APPENDS THE REJECT AND
003190*    TRUNCATION COUNTS UNDER ITS OWN PROGRAM NAME.
003200*
003210 FD  BRANCH-STAT-FILE
003220     RECORDING MODE IS F.
003230 01  BRANCH-STAT-RECORD.
003240     05  BS-BUSINESS-DATE      PIC 9(08).
003250     05  BS-CYCLE              PIC 9(02).
003260     05  BS-PROGRAM            PIC X(08).
003270     05  BS-BRANCH-ID          PIC X(03).
003280     05  BS-MERGED-COUNT       PIC 9(09).
003290     05  BS-REJECT-COUNT       PIC 9(09).
003300     05  BS-TRUNC-COUNT        PIC 9(09).
003310     05  BS-PPA-FLAG           PIC X(01).
003320         88  BS-PRIOR-PERIOD-ADJ               VALUE 'Y'.
003330     05  BS-ORIG-DATE          PIC 9(08).
003340*
003350 WORKING-STORAGE SECTION.
003360*
003370*    STANDALONE COUNTERS AND SWITCHES
003380*
003390 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40109'.
003400*
003410 77  WS-RECORD-COUNT           PIC 9(09)  COMP VALUE ZERO.
003420 77  WS-DUP-FILE-COUNT         PIC 9(03)  COMP VALUE ZERO.
003430 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
003440 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
003450 77  WS-RUN-CYCLE              PIC 9(02)  VALUE 1.
003460 77  WS-FINAL-CYCLE            PIC 9(02)  VALUE 1.
003470 77  WS-CYCLE-RESULT           PIC X(01)  VALUE SPACE.
003480*
003490*    PERIOD-CHECK FIELDS FOR THE CXB40147 SERVICE: THE MONTH
003500*    THE BRANSTAT COUNTS ARE POSTED TO, AND WHETHER THEY ARE
003510*    CARRIED OUT OF A CLOSED ONE.
003520*
003530 77  WS-POST-DATE              PIC 9(08)  VALUE ZERO.
003540 77  WS-PERIOD-RESULT          PIC X(01)  VALUE SPACE.
003550     88  PERIOD-IS-OPEN                      VALUE 'O'.
003560     88  PERIOD-CARRIED-FORWARD              VALUE 'P'.
003570     88  PERIOD-IS-CLOSED                    VALUE 'C'.
003580     88  PERIOD-CHECK-FAILED                 VALUE 'E'.
003590*
003600*    EACH CYCLE'S TRACE SEQUENCES START AT THE CYCLE'S OWN
003610*    MILLION: (CYCLE - 1) TIMES WS-SEQ-CYCLE-BASE, PLUS ONE.
003620*
003630 77  WS-SEQ-CYCLE-BASE         PIC 9(08)  VALUE 1000000.
003640 77  WS-SEQ-OFFSET             PIC 9(08)  VALUE ZERO.
003650*
003660 77  WS-BRANCH-STATUS          PIC X(02)  VALUE SPACES.
003670     88  WS-BRANCH-FILE-OK                   VALUE '00'.
003680 77  WS-REG-STATUS             PIC X(02)  VALUE SPACES.
003690     88  WS-REG-FILE-OK                      VALUE '00'.
003700     88  WS-REG-NOT-FOUND                    VALUE '35'.
003710     88  WS-REG-REC-MISSING                  VALUE '23'.
003720 77  WS-DUP-STATUS             PIC X(02)  VALUE SPACES.
003730     88  WS-DUP-FILE-OK                      VALUE '00'.
003740     88  WS-DUP-NOT-FOUND                    VALUE '35'.
003750 77  WS-STAT-STATUS            PIC X(02)  VALUE SPACES.
003760     88  WS-STAT-FILE-OK                     VALUE '00'.
003770     88  WS-STAT-NOT-FOUND                   VALUE '35'.
003780 77  WS-MAST-STATUS            PIC X(02)  VALUE SPACES.
003790     88  WS-MAST-FILE-OK                     VALUE '00'.
003800*
003810 77  WS-MAST-EOF-SWITCH        PIC X(01)  VALUE 'N'.
003820     88  END-OF-MASTER                       VALUE 'Y'.
003830     88  NOT-END-OF-MASTER                   VALUE 'N'.
003840 77  WS-MAST-LOADED-SWITCH     PIC X(01)  VALUE 'N'.
003850     88  MASTER-LOADED                       VALUE 'Y'.
003860     88  MASTER-NOT-LOADED                   VALUE 'N'.
003870 77  WS-MAST-ENTRY-COUNT       PIC 9(09)  COMP VALUE ZERO.
003880*
003890*    LATE AND REFUSED FILE COUNTS, FOR THE RETURN CODE.
003900*
003910 77  WS-LATE-COUNT             PIC 9(03)  COMP VALUE ZERO.
003920 77  WS-REFUSED-COUNT          PIC 9(03)  COMP VALUE ZERO.
003930*
003940 77  WS-BRANCH-EOF-SWITCH      PIC X(01)  VALUE 'N'.
003950     88  END-OF-BRANCH                       VALUE 'Y'.
003960     88  NOT-END-OF-BRANCH                   VALUE 'N'.
003970 77  WS-BRANCH-OPEN-SWITCH     PIC X(01)  VALUE 'N'.
003980     88  BRANCH-IS-OPEN                      VALUE 'Y'.
003990     88  BRANCH-NOT-OPEN                     VALUE 'N'.
004000 77  WS-REG-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
004010     88  REGISTRY-IS-OPEN                    VALUE 'Y'.
004020     88  REGISTRY-NOT-OPEN                   VALUE 'N'.
004030 77  WS-DUP-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
004040     88  DUPLICATE-FOUND                     VALUE 'Y'.
004050     88  DUPLICATE-NOT-FOUND                 VALUE 'N'.
004060*
004070*    PER-BRANCH ENVELOPE VERIFICATION: THE DATA COUNT AND KEY
004080*    HASH ACCUMULATED WHILE MERGING ONE BRANCH, CHECKED
004090*    AGAINST THAT FILE'S OWN TRAILER.
004100*
004110 77  WS-BR-DATA-COUNT          PIC 9(09)  COMP VALUE ZERO.
004120 77  WS-BR-HASH                PIC S9(18) COMP VALUE ZERO.
004130 77  WS-BR-TRAILER-SWITCH      PIC X(01)  VALUE 'N'.
004140     88  BR-TRAILER-SEEN                     VALUE 'Y'.
004150     88  BR-TRAILER-NOT-SEEN                 VALUE 'N'.
004160 77  WS-BR-BAD-SWITCH          PIC X(01)  VALUE 'N'.
004170     88  BR-ENVELOPE-BAD                     VALUE 'Y'.
004180     88  BR-ENVELOPE-GOOD                    VALUE 'N'.
004190*
004200*    HEADER FIELDS CAPTURED FROM THE BRANCH FILE BEING WORKED
004210*
004220 77  WS-HDR-FILE-ID            PIC X(08)  VALUE SPACES.
004230 77  WS-HDR-CREATE-DATE        PIC 9(08)  VALUE ZERO.
004240 77  WS-HDR-SOURCE             PIC X(08)  VALUE SPACES.
004250*
004260*    THE WHOLE-JOB ENVELOPE SWITCH: ANY BRANCH THAT FAILS ITS
004270*    ENVELOPE LEAVES TRANSIN TRAILER-LESS AND FAILS THE STEP
004280*    WITH RETURN-CODE 16.
004290*
004300 77  WS-ENVELOPE-SWITCH        PIC X(01)  VALUE 'N'.
004310     88  ENVELOPE-BAD                        VALUE 'Y'.
004320     88  ENVELOPE-GOOD                       VALUE 'N'.
004330*
004340 77  WS-BRANCH-IDX             PIC 9(03)  COMP VALUE ZERO.
004350 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
004360 77  WS-BRANCH-MAX             PIC 9(03)  COMP VALUE 10.
004370 77  WS-SLOT                   PIC 9(03)  COMP VALUE ZERO.
004380*
004390*    THE BRANCH RECORD BEING WORKED, IN THE SHARED ENVELOPE
004400*    SHAPE WITH THE OFFICE'S 8-BYTE STRING AS ITS DATA VIEW.
004410*
004420 01  WS-BRANCH-RECORD.
004430     COPY CXBCTL
004440         REPLACING LEADING ==CXB-CTL== BY ==BF==.
004450     05  BF-DATA-VIEW REDEFINES BF-BODY.
004460         10  BF-IN-STRING      PIC X(08).
004470         10  FILLER            PIC X(19).
004480*
004490*    THE FEED-SLOT TABLE BUILT FROM BRANMAST, ONE ENTRY PER
004500*    BRANCHnn FILE.  A SLOT OWNED BY A BRANCH OPEN ON THE
004510*    BUSINESS DATE CARRIES THAT BRANCH AND WHETHER IT SENDS ON
004520*    THIS WEEKDAY; A SLOT LAST HELD BY A BRANCH THAT IS CLOSED
004530*    (OR NOT YET OPEN) CARRIES THAT BRANCH SO A STRAY FILE CAN
004540*    BE NAMED WHEN IT IS REFUSED; A SLOT NO BRANCH HAS EVER
004550*    HELD IS LEFT BLANK.
004560*
004570 01  WS-SLOT-TABLE.
004580     05  WS-SLOT-ENTRY OCCURS 10 TIMES.
004590         10  WS-BRANCH-ID      PIC X(03).
004600         10  WS-SLOT-STATE     PIC X(01).
004610             88  SLOT-BRANCH-OPEN              VALUE 'O'.
004620             88  SLOT-BRANCH-CLOSED            VALUE 'C'.
004630             88  SLOT-UNASSIGNED               VALUE ' '.
004640         10  WS-SLOT-EXPECTED  PIC X(01).
004650             88  SLOT-FILE-EXPECTED            VALUE 'Y'.
004660 01  WS-BRANCH-COUNT-TABLE.
004670     05  WS-BRANCH-COUNT OCCURS 10 TIMES
004680                               PIC 9(09)  COMP VALUE ZERO.
004690*
004700*    DAY-OF-WEEK WORK FIELDS (ZELLER'S CONGRUENCE, KEPT TO
004710*    ORDINARY ARITHMETIC THE SAME WAY AS CXB40118).  THE RESULT
004720*    IS 0 FOR SATURDAY THROUGH 6 FOR FRIDAY, AND IS TURNED INTO
004730*    1 FOR MONDAY THROUGH 7 FOR SUNDAY TO INDEX THE MASTER'S
004740*    SEND-DAY FLAGS.
004750*
004760 01  WS-WORK-DATE.
004770     05  WS-WORK-CCYY          PIC 9(04).
004780     05  WS-WORK-MM            PIC 9(02).
004790     05  WS-WORK-DD            PIC 9(02).
004800 77  WS-Z-YEAR                 PIC 9(04)  COMP VALUE ZERO.
004810 77  WS-Z-MONTH                PIC 9(02)  COMP VALUE ZERO.
004820 77  WS-Z-CENTURY              PIC 9(02)  COMP VALUE ZERO.
004830 77  WS-Z-YY                   PIC 9(02)  COMP VALUE ZERO.
004840 77  WS-Z-TERM                 PIC 9(04)  COMP VALUE ZERO.
004850 77  WS-Z-SUM                  PIC 9(06)  COMP VALUE ZERO.
004860 77  WS-Z-QUOTIENT             PIC 9(06)  COMP VALUE ZERO.
004870 77  WS-DAY-OF-WEEK            PIC 9(01)  VALUE ZERO.
004880 77  WS-SEND-DAY-IDX           PIC 9(03)  COMP VALUE ZERO.
004890*
004900*    CONTROL-ENVELOPE HASH WORKING STORAGE, SHARED WITH THE
004910*    CXB40093 READER THROUGH THE CXBHASH COLLATE TABLE.
004920*
004930 77  WS-OUT-HASH               PIC S9(18) COMP VALUE ZERO.
004940 77  WS-HASH-STRING            PIC X(08)  VALUE SPACES.
004950 77  WS-HASH-VALUE             PIC S9(18) COMP VALUE ZERO.
004960 77  WS-HASH-INDEX             PIC 9(03)  COMP VALUE ZERO.
004970 77  WS-HASH-TALLY             PIC 9(03)  COMP VALUE ZERO.
004980 77  WS-HASH-BYTE              PIC X(01)  VALUE SPACE.
004990 01  WS-HASH-COLLATE.
005000     COPY CXBHASH.
005010*
005020*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
005030*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
005040*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
005050*
005060 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
005070*
005080*    TRACE-LOGGING CALL FIELDS FOR THE CXB40134 SERVICE.  THE
005090*    TRACE KEY IS THE RECORD'S BRANCH, THE BUSINESS DATE, AND
005100*    THE PER-BRANCH SEQUENCE NUMBER STAMPED ON TRANSIN.
005110*
005120 77  WS-TRC-FUNCTION           PIC X(01)  VALUE SPACE.
005130 01  WS-TRC-KEY.
005140     05  WS-TRC-BRANCH         PIC X(03)  VALUE SPACES.
005150     05  WS-TRC-DATE           PIC 9(08)  VALUE ZERO.
005160     05  WS-TRC-SEQ            PIC 9(08)  VALUE ZERO.
005170 77  WS-TRC-EVENT              PIC X(12)  VALUE SPACES.
005180 77  WS-TRC-STRING             PIC X(08)  VALUE SPACES.
005190 77  WS-TRC-DETAIL             PIC X(20)  VALUE SPACES.
005200 77  WS-TRC-RESULT             PIC X(01)  VALUE SPACE.
005210*
005220*    EVENT-LOGGING FIELDS FOR THE CXB40127 SERVICE
005230*
005240 77  WS-EVT-SEVERITY           PIC X(01)  VALUE SPACE.
005250 77  WS-EVT-CODE               PIC X(08)  VALUE SPACES.
005260 77  WS-EVT-TEXT               PIC X(40)  VALUE SPACES.
005270 77  WS-EVT-RESULT             PIC X(01)  VALUE SPACE.
005280     88  WS-EVT-RECORDED                     VALUE '0'.
005290 77  WS-EVT-KIND               PIC X(04)  VALUE SPACES.
005300 77  WS-EVT-SEQ                PIC 9(04)  VALUE ZERO.
005310 77  WS-EVT-SLOT               PIC 9(02)  VALUE ZERO.
005320*
005330*    REPORT LINE LAYOUTS
005340*
005350 01  WS-HEADING-LINE.
005360     05  FILLER                PIC X(28)
005370         VALUE "CXB40109 BRANCH MERGE       ".
005380     05  FILLER                PIC X(05) VALUE "DATE=".
005390     05  WS-HDG-DATE           PIC 9(08).
005400     05  FILLER                PIC X(08) VALUE "  CYCLE=".
005410     05  WS-HDG-CYCLE          PIC 9(02).
005420*
005430 01  WS-COLUMN-LINE.
005440     05  FILLER                PIC X(05) VALUE "SLOT ".
005450     05  FILLER                PIC X(07) VALUE "BRANCH ".
005460     05  FILLER                PIC X(09) VALUE "FILE ID  ".
005470     05  FILLER                PIC X(09) VALUE "CREATED  ".
005480     05  FILLER                PIC X(09) VALUE "SOURCE   ".
005490     05  FILLER                PIC X(10) VALUE "   RECORDS".
005500     05  FILLER                PIC X(14) VALUE " DISPOSITION".
005510*
005520 01  WS-DETAIL-LINE.
005530     05  WS-DTL-SLOT           PIC 9(02).
005540     05  FILLER                PIC X(03) VALUE SPACES.
005550     05  WS-DTL-BRANCH         PIC X(03).
005560     05  FILLER                PIC X(04) VALUE SPACES.
005570     05  WS-DTL-FILE-ID        PIC X(08).
005580     05  FILLER                PIC X(01) VALUE SPACES.
005590     05  WS-DTL-CREATED        PIC 9(08).
005600     05  FILLER                PIC X(01) VALUE SPACES.
005610     05  WS-DTL-SOURCE         PIC X(08).
005620     05  FILLER                PIC X(01) VALUE SPACES.
005630     05  WS-DTL-RECORDS        PIC ZZZZZZZZ9.
005640     05  FILLER                PIC X(01) VALUE SPACES.
005650     05  WS-DTL-DISPOSITION    PIC X(20).
005660*
005670 PROCEDURE DIVISION.
005680*
005690*===============================================================
005700*    0000-MAINLINE
005710*===============================================================
005720 0000-MAINLINE.
005730*
005740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005750*
005760     IF MASTER-LOADED
005770         PERFORM 2000-PROCESS-BRANCH THRU 2000-EXIT
005780             VARYING WS-BRANCH-IDX FROM 1 BY 1
005790             UNTIL WS-BRANCH-IDX > WS-BRANCH-MAX
005800     END-IF.
005810*
005820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005830*
005840     STOP RUN.
005850*
005860*===============================================================
005870*    1000-INITIALIZE
005880*===============================================================
005890 1000-INITIALIZE.
005900*
005910     CALL 'CXB40117' USING WS-RUN-DATE
005920                            WS-BDAT-RESULT.
005930     CALL 'CXB40136' USING WS-RUN-CYCLE
005940                            WS-FINAL-CYCLE
005950                            WS-CYCLE-RESULT.
005960     COMPUTE WS-SEQ-OFFSET =
005970             (WS-RUN-CYCLE - 1) * WS-SEQ-CYCLE-BASE.
005980     ACCEPT WS-RUN-TIME FROM TIME.
005990*
006000     OPEN OUTPUT REPORT-FILE.
006010     MOVE WS-RUN-DATE TO WS-HDG-DATE.
006020     MOVE WS-RUN-CYCLE TO WS-HDG-CYCLE.
006030     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
006040     WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
006050*
006060     OPEN OUTPUT TRANS-IN-FILE.
006070*
006080     MOVE SPACES TO TI-BODY.
006090     SET TI-HEADER-REC TO TRUE.
006100     MOVE 'TRANSIN' TO TI-FILE-ID.
006110     MOVE WS-RUN-DATE TO TI-CREATE-DATE.
006120     MOVE PROGRAM-NAME TO TI-SOURCE.
006130     WRITE TRANS-IN-RECORD.
006140*
006150     PERFORM 1100-OPEN-REGISTRY THRU 1100-EXIT.
006160     PERFORM 1200-LOAD-BRANCH-MASTER THRU 1200-EXIT.
006170*
006180 1000-EXIT.
006190     EXIT.
006200*
006210*===============================================================
006220*    1100-OPEN-REGISTRY
006230*===============================================================
006240 1100-OPEN-REGISTRY.
006250*
006260*    A REGISTRY THAT CANNOT BE OPENED DOES NOT STOP THE MERGE
006270*    - THE NIGHT'S WORK COMES FIRST - BUT THE DUPLICATE GUARD
006280*    IS DOWN AND SAYS SO, THE SAME WAY CXB40107 DEGRADES WHEN
006290*    RUNCTL IS UNAVAILABLE.
006300*
006310     OPEN I-O BRANCH-REG-FILE.
006320     IF NOT WS-REG-FILE-OK AND WS-REG-NOT-FOUND
006330         CLOSE BRANCH-REG-FILE
006340         OPEN OUTPUT BRANCH-REG-FILE
006350         CLOSE BRANCH-REG-FILE
006360         OPEN I-O BRANCH-REG-FILE
006370     END-IF.
006380*
006390     IF WS-REG-FILE-OK
006400         SET REGISTRY-IS-OPEN TO TRUE
006410     ELSE
006420         DISPLAY 'CXB40109 BRANREG OPEN FAILED, STATUS='
006430             WS-REG-STATUS
006440         DISPLAY 'CXB40109 DUPLICATE GUARD DOWN - '
006450             'ALL FILES TREATED AS FIRST SUBMISSIONS'
006460     END-IF.
006470*
006480 1100-EXIT.
006490     EXIT.
006500*
006510*===============================================================
006520*    1200-LOAD-BRANCH-MASTER
006530*===============================================================
006540 1200-LOAD-BRANCH-MASTER.
006550*
006560*    UNLIKE THE REGISTRY, THE MASTER IS NOT OPTIONAL: WITHOUT
006570*    IT THERE IS NO TELLING WHICH FILE BELONGS TO WHICH OFFICE,
006580*    SO NOTHING IS MERGED AND 9000 LEAVES TRANSIN TRAILER-LESS.
006590*
006600     MOVE SPACES TO WS-SLOT-TABLE.
006610*
006620     MOVE WS-RUN-DATE TO WS-WORK-DATE.
006630     PERFORM 1300-GET-DAY-OF-WEEK THRU 1300-EXIT.
006640     COMPUTE WS-SEND-DAY-IDX = WS-DAY-OF-WEEK + 5.
006650     DIVIDE WS-SEND-DAY-IDX BY 7 GIVING WS-Z-QUOTIENT
006660         REMAINDER WS-SEND-DAY-IDX.
006670     ADD 1 TO WS-SEND-DAY-IDX.
006680*
006690     OPEN INPUT BRANCH-MASTER-FILE.
006700     IF NOT WS-MAST-FILE-OK
006710         DISPLAY 'CXB40109 BRANMAST NOT AVAILABLE, STATUS='
006720             WS-MAST-STATUS
006730         GO TO 1200-EXIT
006740     END-IF.
006750*
006760     SET NOT-END-OF-MASTER TO TRUE.
006770     PERFORM 1210-LOAD-ONE-BRANCH THRU 1210-EXIT
006780         UNTIL END-OF-MASTER.
006790     CLOSE BRANCH-MASTER-FILE.
006800*
006810     IF WS-MAST-ENTRY-COUNT = ZERO
006820         DISPLAY 'CXB40109 BRANMAST HOLDS NO BRANCHES'
006830     ELSE
006840         SET MASTER-LOADED TO TRUE
006850     END-IF.
006860*
006870 1200-EXIT.
006880     EXIT.
006890*
006900*===============================================================
006910*    1210-LOAD-ONE-BRANCH
006920*===============================================================
006930 1210-LOAD-ONE-BRANCH.
006940*
006950*    A BRANCH IS OPEN FROM ITS OPEN DATE UP TO, BUT NOT
006960*    INCLUDING, ITS CLOSE DATE.  AN OPEN BRANCH ALWAYS TAKES
006970*    ITS SLOT; A CLOSED ONE ONLY NAMES A SLOT NO OPEN BRANCH
006980*    HOLDS.
006990*
007000     READ BRANCH-MASTER-FILE
007010         AT END
007020             SET END-OF-MASTER TO TRUE
007030             GO TO 1210-EXIT
007040     END-READ.
007050*
007060     ADD 1 TO WS-MAST-ENTRY-COUNT.
007070     IF BM-FEED-SLOT NOT NUMERIC
007080         OR BM-FEED-SLOT < 1
007090         OR BM-FEED-SLOT > WS-BRANCH-MAX
007100         DISPLAY 'CXB40109 BRANCH ' BM-BRANCH-ID
007110             ' HAS NO VALID FEED SLOT - IGNORED'
007120         GO TO 1210-EXIT
007130     END-IF.
007140     MOVE BM-FEED-SLOT TO WS-SLOT.
007150*
007160     IF BM-OPEN-DATE NOT > WS-RUN-DATE
007170         AND (BM-CLOSE-DATE = ZERO
007180              OR BM-CLOSE-DATE > WS-RUN-DATE)
007190         MOVE BM-BRANCH-ID TO WS-BRANCH-ID(WS-SLOT)
007200         SET SLOT-BRANCH-OPEN(WS-SLOT) TO TRUE
007210         MOVE BM-SEND-DAY(WS-SEND-DAY-IDX)
007220             TO WS-SLOT-EXPECTED(WS-SLOT)
007230     ELSE
007240         IF NOT SLOT-BRANCH-OPEN(WS-SLOT)
007250             MOVE BM-BRANCH-ID TO WS-BRANCH-ID(WS-SLOT)
007260             SET SLOT-BRANCH-CLOSED(WS-SLOT) TO TRUE
007270             MOVE 'N' TO WS-SLOT-EXPECTED(WS-SLOT)
007280         END-IF
007290     END-IF.
007300*
007310 1210-EXIT.
007320     EXIT.
007330*
007340*===============================================================
007350*    1300-GET-DAY-OF-WEEK
007360*===============================================================
007370 1300-GET-DAY-OF-WEEK.
007380*
007390*    ZELLER'S CONGRUENCE: JANUARY AND FEBRUARY COUNT AS MONTHS
007400*    13 AND 14 OF THE YEAR BEFORE.
007410*
007420     MOVE WS-WORK-CCYY TO WS-Z-YEAR.
007430     MOVE WS-WORK-MM TO WS-Z-MONTH.
007440     IF WS-Z-MONTH < 3
007450         ADD 12 TO WS-Z-MONTH
007460         SUBTRACT 1 FROM WS-Z-YEAR
007470     END-IF.
007480     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
007490         REMAINDER WS-Z-YY.
007500*
007510     COMPUTE WS-Z-TERM = (13 * (WS-Z-MONTH + 1)) / 5.
007520     COMPUTE WS-Z-SUM = WS-WORK-DD + WS-Z-TERM + WS-Z-YY.
007530     DIVIDE WS-Z-YY BY 4 GIVING WS-Z-TERM.
007540     ADD WS-Z-TERM TO WS-Z-SUM.
007550     DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-TERM.
007560     ADD WS-Z-TERM TO WS-Z-SUM.
007570     COMPUTE WS-Z-SUM = WS-Z-SUM + (5 * WS-Z-CENTURY).
007580     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOTIENT
007590         REMAINDER WS-DAY-OF-WEEK.
007600*
007610 1300-EXIT.
007620     EXIT.
007630*
007640*===============================================================
007650*    2000-PROCESS-BRANCH
007660*===============================================================
007670 2000-PROCESS-BRANCH.
007680*
007690     SET NOT-END-OF-BRANCH TO TRUE.
007700     SET BRANCH-NOT-OPEN TO TRUE.
007710     SET BR-TRAILER-NOT-SEEN TO TRUE.
007720     SET BR-ENVELOPE-GOOD TO TRUE.
007730     SET DUPLICATE-NOT-FOUND TO TRUE.
007740     MOVE ZERO TO WS-BR-DATA-COUNT.
007750     MOVE ZERO TO WS-BR-HASH.
007760     MOVE SPACES TO WS-HDR-FILE-ID.
007770     MOVE ZERO TO WS-HDR-CREATE-DATE.
007780     MOVE SPACES TO WS-HDR-SOURCE.
007790*
007800     PERFORM 3000-OPEN-BRANCH THRU 3000-EXIT.
007810     IF BRANCH-NOT-OPEN
007820         PERFORM 2300-CHECK-ARRIVAL THRU 2300-EXIT
007830         GO TO 2000-EXIT
007840     END-IF.
007850*
007860     IF NOT SLOT-BRANCH-OPEN(WS-BRANCH-IDX)
007870         PERFORM 2400-REFUSE-FILE THRU 2400-EXIT
007880         GO TO 2000-EXIT
007890     END-IF.
007900*
007910*    THE FIRST RECORD MUST BE THE OFFICE'S CONTROL HEADER.
007920*
007930     PERFORM 3100-READ-BRANCH THRU 3100-EXIT.
007940     IF END-OF-BRANCH OR NOT BF-HEADER-REC
007950         DISPLAY 'CXB40109 BRANCH ' WS-BRANCH-ID(WS-BRANCH-IDX)
007960             ' FILE HAS NO CONTROL HEADER - NOT MERGED'
007970         SET BR-ENVELOPE-BAD TO TRUE
007980         SET ENVELOPE-BAD TO TRUE
007990         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
008000         PERFORM 3200-CLOSE-BRANCH THRU 3200-EXIT
008010         GO TO 2000-EXIT
008020     END-IF.
008030*
008040     MOVE BF-FILE-ID     TO WS-HDR-FILE-ID.
008050     MOVE BF-CREATE-DATE TO WS-HDR-CREATE-DATE.
008060     MOVE BF-SOURCE      TO WS-HDR-SOURCE.
008070*
008080     PERFORM 5000-CHECK-REGISTRY THRU 5000-EXIT.
008090     IF DUPLICATE-FOUND
008100         PERFORM 5500-DIVERT-DUPLICATE THRU 5500-EXIT
008110         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
008120         PERFORM 3200-CLOSE-BRANCH THRU 3200-EXIT
008130         GO TO 2000-EXIT
008140     END-IF.
008150*
008160     PERFORM 3100-READ-BRANCH THRU 3100-EXIT.
008170     PERFORM 2100-MERGE-RECORD THRU 2100-EXIT
008180         UNTIL END-OF-BRANCH.
008190*
008200     IF BR-TRAILER-NOT-SEEN AND BR-ENVELOPE-GOOD
008210         DISPLAY 'CXB40109 BRANCH ' WS-BRANCH-ID(WS-BRANCH-IDX)
008220             ' TRAILER MISSING - FILE TRUNCATED IN TRANSFER?'
008230         SET BR-ENVELOPE-BAD TO TRUE
008240         SET ENVELOPE-BAD TO TRUE
008250     END-IF.
008260*
008270     IF BR-ENVELOPE-GOOD
008280         PERFORM 5800-REGISTER-ACCEPTANCE THRU 5800-EXIT
008290     END-IF.
008300     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008310*
008320     PERFORM 3200-CLOSE-BRANCH THRU 3200-EXIT.
008330*
008340 2000-EXIT.
008350     EXIT.
008360*
008370*===============================================================
008380*    2100-MERGE-RECORD
008390*===============================================================
008400 2100-MERGE-RECORD.
008410*
008420*    ONLY A DATA RECORD IS MERGED; THE OFFICE'S TRAILER IS
008430*    VERIFIED AGAINST WHAT WAS ACTUALLY READ, AND ANY OTHER
008440*    RECORD TYPE FAILS THAT FILE'S ENVELOPE.
008450*
008460     IF BF-TRAILER-REC
008470         PERFORM 2200-VERIFY-BRANCH-TRAILER THRU 2200-EXIT
008480         SET BR-TRAILER-SEEN TO TRUE
008490         SET END-OF-BRANCH TO TRUE
008500         GO TO 2100-EXIT
008510     END-IF.
008520     IF NOT BF-DATA-REC
008530         DISPLAY 'CXB40109 BRANCH ' WS-BRANCH-ID(WS-BRANCH-IDX)
008540             ' BAD RECORD TYPE "' BF-RECORD-TYPE '"'
008550         SET BR-ENVELOPE-BAD TO TRUE
008560         SET ENVELOPE-BAD TO TRUE
008570         SET END-OF-BRANCH TO TRUE
008580         GO TO 2100-EXIT
008590     END-IF.
008600*
008610     MOVE SPACES TO TI-BODY.
008620     SET TI-DATA-REC TO TRUE.
008630     MOVE WS-BRANCH-ID(WS-BRANCH-IDX) TO TI-BRANCH-ID.
008640     MOVE BF-IN-STRING TO TI-IN-STRING.
008650*
008660*    THE SEQUENCE NUMBER IS THE RECORD'S POSITION AMONG THIS
008670*    BRANCH'S RECORDS MERGED IN THIS CYCLE, OFFSET BY THE
008680*    CYCLE'S OWN MILLION.
008690*
008700     ADD 1 TO WS-RECORD-COUNT.
008710     ADD 1 TO WS-BRANCH-COUNT(WS-BRANCH-IDX).
008720     ADD 1 TO WS-BR-DATA-COUNT.
008730     MOVE WS-RUN-DATE TO TI-TRACE-DATE.
008740     COMPUTE TI-TRACE-SEQ =
008750         WS-SEQ-OFFSET + WS-BRANCH-COUNT(WS-BRANCH-IDX).
008760     WRITE TRANS-IN-RECORD.
008770*
008780     MOVE TI-BRANCH-ID   TO WS-TRC-BRANCH.
008790     MOVE TI-TRACE-DATE  TO WS-TRC-DATE.
008800     MOVE TI-TRACE-SEQ   TO WS-TRC-SEQ.
008810     MOVE 'MERGED'       TO WS-TRC-EVENT.
008820     MOVE TI-IN-STRING   TO WS-TRC-STRING.
008830     MOVE SPACES         TO WS-TRC-DETAIL.
008840     STRING 'FILE ' WS-HDR-FILE-ID DELIMITED BY SIZE
008850         INTO WS-TRC-DETAIL.
008860     PERFORM 7000-LOG-TRACE THRU 7000-EXIT.
008870*
008880     MOVE BF-IN-STRING TO WS-HASH-STRING.
008890     PERFORM 6500-HASH-STRING THRU 6500-EXIT.
008900     ADD WS-HASH-VALUE TO WS-OUT-HASH.
008910     ADD WS-HASH-VALUE TO WS-BR-HASH.
008920*
008930     PERFORM 3100-READ-BRANCH THRU 3100-EXIT.
008940*
008950 2100-EXIT.
008960     EXIT.
008970*
008980*===============================================================
008990*    2200-VERIFY-BRANCH-TRAILER
009000*===============================================================
009010 2200-VERIFY-BRANCH-TRAILER.
009020*
009030     IF BF-RECORD-COUNT NOT = WS-BR-DATA-COUNT
009040         OR BF-HASH-TOTAL NOT = WS-BR-HASH
009050         DISPLAY 'CXB40109 BRANCH ' WS-BRANCH-ID(WS-BRANCH-IDX)
009060             ' CONTROL TOTALS DO NOT MATCH WHAT WAS READ'
009070         DISPLAY 'CXB40109 TRAILER COUNT=' BF-RECORD-COUNT
009080             ' READ=' WS-BR-DATA-COUNT
009090         SET BR-ENVELOPE-BAD TO TRUE
009100         SET ENVELOPE-BAD TO TRUE
009110     END-IF.
009120*
009130 2200-EXIT.
009140     EXIT.
009150*
009160*===============================================================
009170*    2300-CHECK-ARRIVAL
009180*===============================================================
009190 2300-CHECK-ARRIVAL.
009200*
009210*    NO FILE ON THIS SLOT.  AN OPEN BRANCH THAT SENDS ON THIS
009220*    WEEKDAY IS LATE; ONE THAT DOES NOT IS NOTED AS NOT
009230*    EXPECTED.  A SLOT WITH NO OPEN BRANCH NEEDS NO LINE.
009240*
009250     IF NOT SLOT-BRANCH-OPEN(WS-BRANCH-IDX)
009260         GO TO 2300-EXIT
009270     END-IF.
009280*
009290     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009300     IF NOT SLOT-FILE-EXPECTED(WS-BRANCH-IDX)
009310         GO TO 2300-EXIT
009320     END-IF.
009330*
009340     ADD 1 TO WS-LATE-COUNT.
009350     MOVE WS-BRANCH-IDX TO WS-EVT-SLOT.
009360     MOVE 'BRLT' TO WS-EVT-KIND.
009370     MOVE SPACES TO WS-EVT-TEXT.
009380     STRING 'BRANCH ' WS-BRANCH-ID(WS-BRANCH-IDX)
009390         ' FILE BRANCH' WS-EVT-SLOT ' LATE'
009400         DELIMITED BY SIZE INTO WS-EVT-TEXT.
009410     PERFORM 8000-RAISE-EVENT THRU 8000-EXIT.
009420*
009430 2300-EXIT.
009440     EXIT.
009450*
009460*===============================================================
009470*    2400-REFUSE-FILE
009480*===============================================================
009490 2400-REFUSE-FILE.
009500*
009510*    A FILE ON A SLOT NO OPEN BRANCH OWNS IS NOT MERGED, NOT
009520*    REGISTERED, AND NOT DIVERTED: IT IS LEFT WHERE IT IS FOR
009530*    OPERATIONS TO TRACE.  ITS HEADER, IF IT HAS ONE, IS READ
009540*    ONLY SO THE REPORT CAN SAY WHO SENT IT.
009550*
009560     PERFORM 3100-READ-BRANCH THRU 3100-EXIT.
009570     IF NOT-END-OF-BRANCH AND BF-HEADER-REC
009580         MOVE BF-FILE-ID     TO WS-HDR-FILE-ID
009590         MOVE BF-CREATE-DATE TO WS-HDR-CREATE-DATE
009600         MOVE BF-SOURCE      TO WS-HDR-SOURCE
009610     END-IF.
009620     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009630     PERFORM 3200-CLOSE-BRANCH THRU 3200-EXIT.
009640*
009650     ADD 1 TO WS-REFUSED-COUNT.
009660     MOVE WS-BRANCH-IDX TO WS-EVT-SLOT.
009670     MOVE 'BRRF' TO WS-EVT-KIND.
009680     MOVE SPACES TO WS-EVT-TEXT.
009690     IF SLOT-BRANCH-CLOSED(WS-BRANCH-IDX)
009700         STRING 'BRANCH' WS-EVT-SLOT ' REFUSED - BRANCH '
009710             WS-BRANCH-ID(WS-BRANCH-IDX) ' CLOSED'
009720             DELIMITED BY SIZE INTO WS-EVT-TEXT
009730     ELSE
009740         STRING 'BRANCH' WS-EVT-SLOT
009750             ' REFUSED - NO BRANCH ON SLOT'
009760             DELIMITED BY SIZE INTO WS-EVT-TEXT
009770     END-IF.
009780     PERFORM 8000-RAISE-EVENT THRU 8000-EXIT.
009790*
009800 2400-EXIT.
009810     EXIT.
009820*
009830*===============================================================
009840*    3000-OPEN-BRANCH
009850*===============================================================
009860 3000-OPEN-BRANCH.
009870*
009880     EVALUATE WS-BRANCH-IDX
009890         WHEN 1 OPEN INPUT BRANCH01-FILE
009900         WHEN 2 OPEN INPUT BRANCH02-FILE
009910         WHEN 3 OPEN INPUT BRANCH03-FILE
009920         WHEN 4 OPEN INPUT BRANCH04-FILE
009930         WHEN 5 OPEN INPUT BRANCH05-FILE
009940         WHEN 6 OPEN INPUT BRANCH06-FILE
009950         WHEN 7 OPEN INPUT BRANCH07-FILE
009960         WHEN 8 OPEN INPUT BRANCH08-FILE
009970         WHEN 9 OPEN INPUT BRANCH09-FILE
009980         WHEN 10 OPEN INPUT BRANCH10-FILE
009990     END-EVALUATE.
010000*
010010     IF WS-BRANCH-FILE-OK
010020         SET BRANCH-IS-OPEN TO TRUE
010030     END-IF.
010040*
010050 3000-EXIT.
010060     EXIT.
010070*
010080*===============================================================
010090*    3100-READ-BRANCH
010100*===============================================================
010110 3100-READ-BRANCH.
010120*
010130     EVALUATE WS-BRANCH-IDX
010140         WHEN 1
010150             READ BRANCH01-FILE
010160                 AT END SET END-OF-BRANCH TO TRUE
010170                 NOT AT END MOVE BRANCH01-RECORD
010180                     TO WS-BRANCH-RECORD
010190             END-READ
010200         WHEN 2
010210             READ BRANCH02-FILE
010220                 AT END SET END-OF-BRANCH TO TRUE
010230                 NOT AT END MOVE BRANCH02-RECORD
010240                     TO WS-BRANCH-RECORD
010250             END-READ
010260         WHEN 3
010270             READ BRANCH03-FILE
010280                 AT END SET END-OF-BRANCH TO TRUE
010290                 NOT AT END MOVE BRANCH03-RECORD
010300                     TO WS-BRANCH-RECORD
010310             END-READ
010320         WHEN 4
010330             READ BRANCH04-FILE
010340                 AT END SET END-OF-BRANCH TO TRUE
010350                 NOT AT END MOVE BRANCH04-RECORD
010360                     TO WS-BRANCH-RECORD
010370             END-READ
010380         WHEN 5
010390             READ BRANCH05-FILE
010400                 AT END SET END-OF-BRANCH TO TRUE
010410                 NOT AT END MOVE BRANCH05-RECORD
010420                     TO WS-BRANCH-RECORD
010430             END-READ
010440         WHEN 6
010450             READ BRANCH06-FILE
010460                 AT END SET END-OF-BRANCH TO TRUE
010470                 NOT AT END MOVE BRANCH06-RECORD
010480                     TO WS-BRANCH-RECORD
010490             END-READ
010500         WHEN 7
010510             READ BRANCH07-FILE
010520                 AT END SET END-OF-BRANCH TO TRUE
010530                 NOT AT END MOVE BRANCH07-RECORD
010540                     TO WS-BRANCH-RECORD
010550             END-READ
010560         WHEN 8
010570             READ BRANCH08-FILE
010580                 AT END SET END-OF-BRANCH TO TRUE
010590                 NOT AT END MOVE BRANCH08-RECORD
010600                     TO WS-BRANCH-RECORD
010610             END-READ
010620         WHEN 9
010630             READ BRANCH09-FILE
010640                 AT END SET END-OF-BRANCH TO TRUE
010650                 NOT AT END MOVE BRANCH09-RECORD
010660                     TO WS-BRANCH-RECORD
010670             END-READ
010680         WHEN 10
010690             READ BRANCH10-FILE
010700                 AT END SET END-OF-BRANCH TO TRUE
010710                 NOT AT END MOVE BRANCH10-RECORD
010720                     TO WS-BRANCH-RECORD
010730             END-READ
010740     END-EVALUATE.
010750*
010760 3100-EXIT.
010770     EXIT.
010780*
010790*===============================================================
010800*    3200-CLOSE-BRANCH
010810*===============================================================
010820 3200-CLOSE-BRANCH.
010830*
010840     EVALUATE WS-BRANCH-IDX
010850         WHEN 1 CLOSE BRANCH01-FILE
010860         WHEN 2 CLOSE BRANCH02-FILE
010870         WHEN 3 CLOSE BRANCH03-FILE
010880         WHEN 4 CLOSE BRANCH04-FILE
010890         WHEN 5 CLOSE BRANCH05-FILE
010900         WHEN 6 CLOSE BRANCH06-FILE
010910         WHEN 7 CLOSE BRANCH07-FILE
010920         WHEN 8 CLOSE BRANCH08-FILE
010930         WHEN 9 CLOSE BRANCH09-FILE
010940         WHEN 10 CLOSE BRANCH10-FILE
010950     END-EVALUATE.
010960*
010970 3200-EXIT.
010980     EXIT.
010990*
011000*===============================================================
011010*    5000-CHECK-REGISTRY
011020*===============================================================
011030 5000-CHECK-REGISTRY.
011040*
011050*    A HEADER ALREADY ON RECORD MEANS THIS EXACT FILE WAS
011060*    ACCEPTED ON AN EARLIER NIGHT OR CYCLE - A RE-SUBMISSION,
011070*    NOT NEW WORK.
011080*
011090     IF REGISTRY-NOT-OPEN
011100         GO TO 5000-EXIT
011110     END-IF.
011120*
011130     MOVE WS-HDR-SOURCE      TO BG-SOURCE.
011140     MOVE WS-HDR-CREATE-DATE TO BG-CREATE-DATE.
011150     MOVE WS-HDR-FILE-ID     TO BG-FILE-ID.
011160     READ BRANCH-REG-FILE.
011170     IF WS-REG-FILE-OK
011180         SET DUPLICATE-FOUND TO TRUE
011190         DISPLAY 'CXB40109 BRANCH '
011200             WS-BRANCH-ID(WS-BRANCH-IDX)
011210             ' RE-SUBMITTED FILE OF ' WS-HDR-CREATE-DATE
011220             ' FROM ' WS-HDR-SOURCE ' - DIVERTED'
011230         DISPLAY 'CXB40109 FIRST ACCEPTED ' BG-ACCEPT-DATE
011240             ' CYCLE ' BG-ACCEPT-CYCLE
011250     ELSE
011260         IF NOT WS-REG-REC-MISSING
011270             DISPLAY 'CXB40109 BRANREG READ FAILED, STATUS='
011280                 WS-REG-STATUS
011290         END-IF
011300     END-IF.
011310*
011320 5000-EXIT.
011330     EXIT.
011340*
011350*===============================================================
011360*    5500-DIVERT-DUPLICATE
011370*===============================================================
011380 5500-DIVERT-DUPLICATE.
011390*
011400*    THE WHOLE FILE - HEADER, DATA, AND TRAILER - GOES TO THE
011410*    BRANDUP HOLDING FILE EXACTLY AS THE OFFICE SENT IT, SO
011420*    THE BACK-OUT CREW CAN SEE WHAT ARRIVED WITHOUT IT EVER
011430*    TOUCHING TRANSIN.  THE HEADER RECORD IS ALREADY IN HAND.
011440*
011450     OPEN EXTEND DUPLICATE-FILE.
011460     IF NOT WS-DUP-FILE-OK AND WS-DUP-NOT-FOUND
011470         CLOSE DUPLICATE-FILE
011480         OPEN OUTPUT DUPLICATE-FILE
011490     END-IF.
011500     IF NOT WS-DUP-FILE-OK
011510         DISPLAY 'CXB40109 BRANDUP OPEN FAILED, STATUS='
011520             WS-DUP-STATUS
011530         MOVE 8 TO RETURN-CODE
011540         GO TO 5500-EXIT
011550     END-IF.
011560*
011570     WRITE DUPLICATE-RECORD FROM WS-BRANCH-RECORD.
011580     PERFORM 3100-READ-BRANCH THRU 3100-EXIT.
011590     PERFORM 5510-DIVERT-ONE-RECORD THRU 5510-EXIT
011600         UNTIL END-OF-BRANCH.
011610*
011620     CLOSE DUPLICATE-FILE.
011630     ADD 1 TO WS-DUP-FILE-COUNT.
011640*
011650 5500-EXIT.
011660     EXIT.
011670*
011680*===============================================================
011690*    5510-DIVERT-ONE-RECORD
011700*===============================================================
011710 5510-DIVERT-ONE-RECORD.
011720*
011730     WRITE DUPLICATE-RECORD FROM WS-BRANCH-RECORD.
011740     IF BF-DATA-REC
011750         ADD 1 TO WS-BR-DATA-COUNT
011760     END-IF.
011770     PERFORM 3100-READ-BRANCH THRU 3100-EXIT.
011780*
011790 5510-EXIT.
011800     EXIT.
011810*
011820*===============================================================
011830*    5800-REGISTER-ACCEPTANCE
011840*===============================================================
011850 5800-REGISTER-ACCEPTANCE.
011860*
011870     IF REGISTRY-NOT-OPEN
011880         GO TO 5800-EXIT
011890     END-IF.
011900*
011910     MOVE WS-HDR-SOURCE      TO BG-SOURCE.
011920     MOVE WS-HDR-CREATE-DATE TO BG-CREATE-DATE.
011930     MOVE WS-HDR-FILE-ID     TO BG-FILE-ID.
011940     MOVE WS-RUN-DATE        TO BG-ACCEPT-DATE.
011950     MOVE WS-RUN-TIME        TO BG-ACCEPT-TIME.
011960     MOVE WS-BR-DATA-COUNT   TO BG-RECORD-COUNT.
011970     MOVE WS-RUN-CYCLE       TO BG-ACCEPT-CYCLE.
011980     WRITE BRANCH-REG-RECORD.
011990     IF NOT WS-REG-FILE-OK
012000         DISPLAY 'CXB40109 BRANREG WRITE FAILED, STATUS='
012010             WS-REG-STATUS
012020     END-IF.
012030*
012040 5800-EXIT.
012050     EXIT.
012060*
012070*===============================================================
012080*    6000-WRITE-REPORT-LINE
012090*===============================================================
012100 6000-WRITE-REPORT-LINE.
012110*
012120     MOVE WS-BRANCH-IDX      TO WS-DTL-SLOT.
012130     MOVE WS-BRANCH-ID(WS-BRANCH-IDX) TO WS-DTL-BRANCH.
012140     MOVE WS-HDR-FILE-ID     TO WS-DTL-FILE-ID.
012150     MOVE WS-HDR-CREATE-DATE TO WS-DTL-CREATED.
012160     MOVE WS-HDR-SOURCE      TO WS-DTL-SOURCE.
012170     MOVE WS-BR-DATA-COUNT   TO WS-DTL-RECORDS.
012180     EVALUATE TRUE
012190         WHEN BRANCH-NOT-OPEN
012200              AND SLOT-FILE-EXPECTED(WS-BRANCH-IDX)
012210             MOVE '** LATE'          TO WS-DTL-DISPOSITION
012220         WHEN BRANCH-NOT-OPEN
012230             MOVE 'NOT EXPECTED'     TO WS-DTL-DISPOSITION
012240         WHEN SLOT-BRANCH-CLOSED(WS-BRANCH-IDX)
012250             MOVE '** REFUSED-CLOSED' TO WS-DTL-DISPOSITION
012260         WHEN SLOT-UNASSIGNED(WS-BRANCH-IDX)
012270             MOVE '** REFUSED-UNKNOWN' TO WS-DTL-DISPOSITION
012280         WHEN DUPLICATE-FOUND
012290             MOVE '** DUPLICATE'     TO WS-DTL-DISPOSITION
012300         WHEN BR-ENVELOPE-BAD
012310             MOVE '** BAD ENVELOPE'  TO WS-DTL-DISPOSITION
012320         WHEN OTHER
012330             MOVE 'MERGED'           TO WS-DTL-DISPOSITION
012340     END-EVALUATE.
012350     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
012360*
012370 6000-EXIT.
012380     EXIT.
012390*
012400*===============================================================
012410*    6500-HASH-STRING
012420*===============================================================
012430 6500-HASH-STRING.
012440*
012450*    HASHES WS-HASH-STRING INTO WS-HASH-VALUE EXACTLY THE WAY
012460*    THE CXB40093 READER DOES, SO THE TRAILER THIS PROGRAM
012470*    STAMPS BALANCES AGAINST WHAT THE DRIVER READS.
012480*
012490     MOVE ZERO TO WS-HASH-VALUE.
012500     PERFORM 6510-HASH-ONE-BYTE THRU 6510-EXIT
012510         VARYING WS-HASH-INDEX FROM 1 BY 1
012520         UNTIL WS-HASH-INDEX > LENGTH OF WS-HASH-STRING.
012530*
012540 6500-EXIT.
012550     EXIT.
012560*
012570*===============================================================
012580*    6510-HASH-ONE-BYTE
012590*===============================================================
012600 6510-HASH-ONE-BYTE.
012610*
012620     MOVE WS-HASH-STRING(WS-HASH-INDEX:1) TO WS-HASH-BYTE.
012630     MOVE ZERO TO WS-HASH-TALLY.
012640     INSPECT CXB-COLLATE-TABLE TALLYING WS-HASH-TALLY
012650         FOR CHARACTERS BEFORE INITIAL WS-HASH-BYTE.
012660     COMPUTE WS-HASH-VALUE = WS-HASH-VALUE + WS-HASH-TALLY + 1.
012670*
012680 6510-EXIT.
012690     EXIT.
012700*
012710*===============================================================
012720*    7000-LOG-TRACE
012730*===============================================================
012740 7000-LOG-TRACE.
012750*
012760*    WRITES ONE TRACELOG HISTORY EVENT THROUGH THE CXB40134
012770*    SERVICE.  THE SERVICE NEVER FAILS ITS CALLER, SO THE
012780*    RESULT IS NOT TESTED.
012790*
012800     MOVE 'W' TO WS-TRC-FUNCTION.
012810     CALL 'CXB40134' USING WS-TRC-FUNCTION
012820                            PROGRAM-NAME
012830                            WS-TRC-KEY
012840                            WS-TRC-EVENT
012850                            WS-TRC-STRING
012860                            WS-TRC-DETAIL
012870                            WS-TRC-RESULT.
012880*
012890 7000-EXIT.
012900     EXIT.
012910*
012920*===============================================================
012930*    8000-RAISE-EVENT
012940*===============================================================
012950 8000-RAISE-EVENT.
012960*
012970*    THE CALLER LOADS THE KIND (BRLT LATE / BRRF REFUSED) AND
012980*    THE TEXT; THE RUNNING NUMBER KEEPS EACH EVENT'S KEY UNIQUE.
012990*
013000     ADD 1 TO WS-EVT-SEQ.
013010     MOVE 'W' TO WS-EVT-SEVERITY.
013020     MOVE SPACES TO WS-EVT-CODE.
013030     STRING WS-EVT-KIND WS-EVT-SEQ
013040         DELIMITED BY SIZE INTO WS-EVT-CODE.
013050     DISPLAY 'CXB40109 ' WS-EVT-CODE ' ' WS-EVT-TEXT.
013060     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
013070*
013080 8000-EXIT.
013090     EXIT.
013100*
013110*===============================================================
013120*    9000-TERMINATE
013130*===============================================================
013140 9000-TERMINATE.
013150*
013160*    ONLY A CLEAN MERGE STAMPS THE TRANSIN TRAILER: A BRANCH
013170*    FILE THAT FAILED ITS ENVELOPE LEAVES TRANSIN TRAILER-LESS
013180*    SO THE CXB40093 ENVELOPE CHECK REFUSES THE MERGE.
013190*
013200     IF MASTER-NOT-LOADED
013210         DISPLAY 'CXB40109 TRANSIN LEFT TRAILER-LESS - '
013220             'NO BRANCH MASTER'
013230         MOVE 16 TO RETURN-CODE
013240     ELSE
013250         IF ENVELOPE-GOOD
013260             MOVE SPACES TO TI-BODY
013270             SET TI-TRAILER-REC TO TRUE
013280             MOVE WS-RECORD-COUNT TO TI-RECORD-COUNT
013290             MOVE WS-OUT-HASH     TO TI-HASH-TOTAL
013300             WRITE TRANS-IN-RECORD
013310         ELSE
013320             DISPLAY 'CXB40109 TRANSIN LEFT TRAILER-LESS - '
013330                 'A BRANCH ENVELOPE FAILED'
013340             MOVE 16 TO RETURN-CODE
013350         END-IF
013360     END-IF.
013370*
013380*    A LATE OR REFUSED FILE IS A WARNING, NOT A FAILURE: THE
013390*    NIGHT RUNS ON WHAT DID ARRIVE.
013400*
013410     IF WS-LATE-COUNT > ZERO OR WS-REFUSED-COUNT > ZERO
013420         IF RETURN-CODE < 4
013430             MOVE 4 TO RETURN-CODE
013440         END-IF
013450     END-IF.
013460*
013470     CLOSE TRANS-IN-FILE.
013480     CLOSE REPORT-FILE.
013490     IF REGISTRY-IS-OPEN
013500         CLOSE BRANCH-REG-FILE
013510     END-IF.
013520*
013530     MOVE 'C' TO WS-TRC-FUNCTION.
013540     CALL 'CXB40134' USING WS-TRC-FUNCTION
013550                            PROGRAM-NAME
013560                            WS-TRC-KEY
013570                            WS-TRC-EVENT
013580                            WS-TRC-STRING
013590                            WS-TRC-DETAIL
013600                            WS-TRC-RESULT.
013610*
013620     PERFORM 9500-WRITE-BRANCH-STATS THRU 9500-EXIT.
013630*
013640     PERFORM 9100-DISPLAY-BRANCH-COUNT THRU 9100-EXIT
013650         VARYING WS-IDX FROM 1 BY 1
013660         UNTIL WS-IDX > WS-BRANCH-MAX.
013670*
013680     DISPLAY 'CXB40109 RECORDS MERGED:    ' WS-RECORD-COUNT.
013690     DISPLAY 'CXB40109 FILES DIVERTED:    ' WS-DUP-FILE-COUNT.
013700     DISPLAY 'CXB40109 FILES LATE:        ' WS-LATE-COUNT.
013710     DISPLAY 'CXB40109 FILES REFUSED:     ' WS-REFUSED-COUNT.
013720*
013730 9000-EXIT.
013740     EXIT.
013750*
013760*===============================================================
013770*    9100-DISPLAY-BRANCH-COUNT
013780*===============================================================
013790 9100-DISPLAY-BRANCH-COUNT.
013800*
013810     IF NOT SLOT-BRANCH-OPEN(WS-IDX)
013820         GO TO 9100-EXIT
013830     END-IF.
013840     DISPLAY 'CXB40109 BRANCH ' WS-BRANCH-ID(WS-IDX)
013850         ' RECORDS: ' WS-BRANCH-COUNT(WS-IDX).
013860*
013870 9100-EXIT.
013880     EXIT.
013890*
013900*===============================================================
013910*    9500-WRITE-BRANCH-STATS
013920*===============================================================
013930 9500-WRITE-BRANCH-STATS.
013940*
013950*    ONE BRANSTAT RECORD PER BRANCH THAT CONTRIBUTED TONIGHT,
013960*    SO THE MONTH-END CHARGEBACK STATEMENT IS BUILT FROM A
013970*    DURABLE FILE INSTEAD OF CONSOLE MESSAGES THAT SCROLL
013980*    AWAY.
013990*
014000*    THE COUNTS MAY NOT LAND IN A CLOSED ACCOUNTING PERIOD.
014010*    THE CXB40147 SERVICE NAMES THE DATE TO POST THEM UNDER:
014020*    THE BUSINESS DATE ITSELF, OR THE FIRST DAY OF THE NEXT
014030*    OPEN MONTH, IN WHICH CASE EACH RECORD IS FLAGGED AS A
014040*    PRIOR-PERIOD ADJUSTMENT AND KEEPS THE DATE WORKED.  WITH
014050*    NO OPEN MONTH, OR THE PERIOD CONTROL UNREADABLE, NOTHING
014060*    IS WRITTEN; THE BRANCH COUNTS DISPLAYED BELOW ARE THE
014070*    RECORD OF WHAT WAS HELD BACK.  THE BRPC EVENT TAKES THE
014080*    NEXT RUNNING NUMBER, AS 8000-RAISE-EVENT DOES, SO ITS KEY
014090*    IS UNIQUE.  IT IS RAISED HERE RATHER THAN THROUGH 8000,
014100*    WHICH RAISES WARNINGS: A REFUSAL THAT ENDS THE STEP WITH
014110*    RC 8 IS AN 'F'.
014120*
014130     CALL 'CXB40147' USING WS-RUN-DATE
014140                            WS-POST-DATE
014150                            WS-PERIOD-RESULT.
014160     IF PERIOD-IS-CLOSED OR PERIOD-CHECK-FAILED
014170         DISPLAY 'CXB40109 NO OPEN ACCOUNTING PERIOD FOR '
014180             WS-RUN-DATE ' - BRANSTAT NOT WRITTEN'
014190         IF RETURN-CODE < 8
014200             MOVE 8 TO RETURN-CODE
014210         END-IF
014220         ADD 1 TO WS-EVT-SEQ
014230         MOVE 'F' TO WS-EVT-SEVERITY
014240         MOVE SPACES TO WS-EVT-CODE
014250         STRING 'BRPC' WS-EVT-SEQ
014260             DELIMITED BY SIZE INTO WS-EVT-CODE
014270         MOVE 'PERIOD CLOSED - BRANSTAT COUNTS HELD BACK'
014280             TO WS-EVT-TEXT
014290         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
014300         GO TO 9500-EXIT
014310     END-IF.
014320     IF PERIOD-CARRIED-FORWARD
014330         DISPLAY 'CXB40109 PERIOD OF ' WS-RUN-DATE
014340             ' CLOSED - BRANSTAT POSTED TO ' WS-POST-DATE
014350             ' AS PRIOR-PERIOD ADJUSTMENT'
014360     END-IF.
014370*
014380     OPEN EXTEND BRANCH-STAT-FILE.
014390     IF NOT WS-STAT-FILE-OK AND WS-STAT-NOT-FOUND
014400         CLOSE BRANCH-STAT-FILE
014410         OPEN OUTPUT BRANCH-STAT-FILE
014420     END-IF.
014430     IF NOT WS-STAT-FILE-OK
014440         DISPLAY 'CXB40109 BRANSTAT OPEN FAILED, STATUS='
014450             WS-STAT-STATUS
014460         GO TO 9500-EXIT
014470     END-IF.
014480*
014490     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
014500         VARYING WS-IDX FROM 1 BY 1
014510         UNTIL WS-IDX > WS-BRANCH-MAX.
014520*
014530     CLOSE BRANCH-STAT-FILE.
014540*
014550 9500-EXIT.
014560     EXIT.
014570*
014580*===============================================================
014590*    9510-WRITE-ONE-STAT
014600*===============================================================
014610 9510-WRITE-ONE-STAT.
014620*
014630     IF WS-BRANCH-COUNT(WS-IDX) = ZERO
014640         GO TO 9510-EXIT
014650     END-IF.
014660*
014670     MOVE WS-POST-DATE           TO BS-BUSINESS-DATE.
014680     MOVE WS-RUN-CYCLE           TO BS-CYCLE.
014690     IF PERIOD-CARRIED-FORWARD
014700         MOVE 'Y'                TO BS-PPA-FLAG
014710     ELSE
014720         MOVE 'N'                TO BS-PPA-FLAG
014730     END-IF.
014740     MOVE WS-RUN-DATE            TO BS-ORIG-DATE.
014750     MOVE PROGRAM-NAME           TO BS-PROGRAM.
014760     MOVE WS-BRANCH-ID(WS-IDX)   TO BS-BRANCH-ID.
014770     MOVE WS-BRANCH-COUNT(WS-IDX) TO BS-MERGED-COUNT.
014780     MOVE ZERO                   TO BS-REJECT-COUNT.
014790     MOVE ZERO                   TO BS-TRUNC-COUNT.
014800     WRITE BRANCH-STAT-RECORD.
014810     IF NOT WS-STAT-FILE-OK
014820         DISPLAY 'CXB40109 BRANSTAT WRITE FAILED, STATUS='
014830             WS-STAT-STATUS
014840     END-IF.
014850*
014860 9510-EXIT.
014870     EXIT.
014880*
014890*===============================================================
014900*    9800-LOG-EVENT
014910*===============================================================
014920 9800-LOG-EVENT.
014930*
014940*    ONE OPSEVENT RECORD THROUGH THE CXB40127 SERVICE, IN
014950*    ADDITION TO THE CONSOLE DISPLAY ALREADY MADE.  THE
014960*    CALLER LOADS THE SEVERITY, CODE, AND TEXT FIRST.
014970*
014980     CALL 'CXB40127' USING PROGRAM-NAME
014990                            WS-EVT-SEVERITY
015000                            WS-EVT-CODE
015010                            WS-EVT-TEXT
015020                            WS-EVT-RESULT.
015030*
015040 9800-EXIT.
015050     EXIT.
