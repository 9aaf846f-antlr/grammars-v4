000260*     OUTPUTS:
000270*          TRANS-OUT  - sequential file of 8-byte string records,
000280*                       one output record per input record.
000290*          TRACELOG   - COPIED, TRUNCATED, or SUSPENDED history
000300*                       event per record (through CXB40134).
000310*
000320*     CHANGE HISTORY:
000330*       09 AUG 2026   DPO   Initial release.
000340*       09 AUG 2026   DPO   CXB40091 now requires IN-LENGTH,
000350*                           OUT-LENGTH, and TRUNCATED-FLAG on its
000360*                           USING clause; this driver supplies
000370*                           them and counts truncated records.
000380*       09 AUG 2026   DPO   Added CKPT093 checkpoint file.  The
000390*                           driver writes the last record number
000400*                           successfully processed every
000410*                           CHECKPOINT-INTERVAL records, and a
000420*                           restart resumes just past that record
000430*                           instead of reprocessing the file from
000440*                           the beginning.
000450*       09 AUG 2026   DPO   CXB40091 now also returns a
000460*                           REJECTED-FLAG; this driver passes it
000470*                           through, counts rejected records, and
000480*                           no longer writes a TRANS-OUT record
000490*                           for one (CXB40091 already routed it
000500*                           to SUSPENSE).
000510*       09 AUG 2026   DPO   The working copy of the CXB40091
000520*                           linkage parameters now comes from
000530*                           the shared CXBTRAN copybook instead
000540*                           of an ad hoc WS-COPY-STRING-PARMS
000550*                           group.
000560*       09 AUG 2026   DPO   9000-TERMINATE no longer leaves a
000570*                           stale CKPT093 behind after a run
000580*                           that reached end of file with no
000590*                           restart needed; it now resets
000600*                           CKPT093 to empty instead of
000610*                           rewriting the last record count,
000620*                           so the next run starts fresh
000630*                           instead of skipping that many
000640*                           records of a new TRANSIN file.
000650*                           CKPT093's OPEN/WRITE are now also
000660*                           status-checked, and the record
000670*                           carries the truncated/rejected
000680*                           counts forward too, so a restart's
000690*                           end-of-job totals include the
000700*                           records skipped on resume.
000710*       23 AUG 2026   DPO   After TRANSIN is exhausted the run
000720*                           now also picks up the RESUBMIT file
000730*                           written by the CXB40101 suspense
000740*                           review program, pushes each released
000750*                           record through CXB40091 like any
000760*                           other input record, and then resets
000770*                           RESUBMIT to empty so a release is
000780*                           processed exactly once.  The CALL
000790*                           and output handling moved to the
000800*                           shared 2500-CALL-COPY-STRING
000810*                           paragraph both paths PERFORM.
000820*       23 AUG 2026   DPO   The run is now registered in the
000830*                           RUNCTL registry through the
000840*                           CXB40107 service: 0500-REGISTER-
000850*                           START refuses to run twice for the
000860*                           same business date (RETURN-CODE 20)
000870*                           unless RUNOVRD allows it, and
000880*                           8900-REGISTER-END records the
000890*                           counts and final RETURN-CODE.
000900*       23 AUG 2026   DPO   Added the high-volume mode: when
000910*                           the HIGH-VOLUME site parameter flag
000920*                           is 'Y', this driver holds the
000930*                           EXTERNAL SUSPENSE connector open
000940*                           for the whole run, so CXB40091's
000950*                           per-reject OPEN/CLOSE cycles
000960*                           disappear on big nights without
000970*                           changing what lands in SUSPENSE.
000980*       23 AUG 2026   DPO   A clean run now keeps a dated
000990*                           generation copy of TRANSOUT through
001000*                           the CXB40113 service (GEN-KEEP
001010*                           rotation slots TRANSG1-TRANSG5;
001020*                           list/restage with CXB40114).
001030*       23 AUG 2026   DPO   Added the reject-rate circuit
001040*                           breaker: once at least
001050*                           WS-BREAKER-FLOOR records are in,
001060*                           a combined reject/truncation rate
001070*                           above the MAX-REJECT-PCT site
001080*                           parameter stops the run on the spot
001090*                           with RETURN-CODE 12, rather than
001100*                           patiently filing a garbage file
001110*                           into SUSPENSE record by record.
001120*       23 AUG 2026   DPO   WS-CHECKPOINT-INTERVAL is now read
001130*                           from the CKPT-INTERVAL record of
001140*                           the SITEPARM file (maintained by
001150*                           CXB40110) at initialization; the
001160*                           compiled-in 100 remains the default
001170*                           when no parameter is on file.
001180*       23 AUG 2026   DPO   TRANSIN data records now carry the
001190*                           branch identifier stamped by the
001200*                           CXB40109 merge front end, and the
001210*                           end-of-job totals are broken out
001220*                           per branch (resubmitted records
001230*                           count under the RSB pseudo-branch).
001240*                           The per-branch breakdown is not
001250*                           checkpointed; after a restart it
001260*                           covers the resumed portion only,
001270*                           while the aggregate totals remain
001280*                           complete.
001290*       23 AUG 2026   DPO   The TRANSOUT trailer is now only
001300*                           stamped on a clean run; a run that
001310*                           failed its input envelope or
001320*                           tripped the breaker leaves its
001330*                           partial output trailer-less so a
001340*                           consumer's envelope check refuses
001350*                           it.
001360*       23 AUG 2026   DPO   TRANSIN and TRANSOUT now carry the
001370*                           CXBCTL control envelope: TRANSIN
001380*                           must open with a header record and
001390*                           close with a trailer whose record
001400*                           count and key hash match what was
001410*                           actually read, or the step fails
001420*                           with RETURN-CODE 16; TRANSOUT is
001430*                           stamped with its own header and
001440*                           trailer.  CKPT093 now also carries
001450*                           the running hash totals and output
001460*                           count so a restart's trailer still
001470*                           balances.
001480*       02 SEP 2026   DPO   TRANSOUT data records now carry the
001490*                           branch identifier (placed after the
001500*                           output string, so the string's
001510*                           offset is unchanged for existing
001520*                           consumers), and every record
001530*                           rejected to SUSPENSE also writes one
001540*                           notice to the new REJNOTE file
001550*                           naming the owning branch, so the
001560*                           CXB40115 distribution run can route
001570*                           results and reject notices back to
001580*                           the office that sent them.
001590*       02 SEP 2026   DPO   The run date now comes from
001600*                           the CXB40117 business-date
001610*                           service (the BUSDATE control
001620*                           file, rolled by CXB40118)
001630*                           instead of ACCEPT FROM DATE,
001640*                           so work that slips past
001650*                           midnight still posts under the
001660*                           right business date.
001670*       02 SEP 2026   DPO   Date fields are now PIC 9(08)
001680*                           CCYYMMDD, in step with the shared
001690*                           copybooks, so dates compare and
001700*                           order correctly across a century
001710*                           boundary.  Existing keyed and
001720*                           archive files are rebuilt into
001730*                           the new layout by the CXB40119
001740*                           conversion utility.
001750*       02 SEP 2026   DPO   The per-branch reject and
001760*                           truncation counts are now also
001770*                           appended to the durable BRANSTAT
001780*                           statistics file every night, so
001790*                           the CXB40125 month-end chargeback
001800*                           statement rolls up a file instead
001810*                           of console messages.
001820*       02 SEP 2026   DPO   Failure points now also record an
001830*                           OPSEVENT record through the
001840*                           CXB40127 event-logging service,
001850*                           so the evidence survives the job
001860*                           log being purged and the CXB40128
001870*                           morning report can grade it by
001880*                           severity.
001890*       15 OCT 2026   DPO   The trace key CXB40109 stamps on each
001900*                           TRANSIN record is carried onto
001910*                           TRANSOUT and REJNOTE, handed to
001920*                           CXB40091 for SUSPENSE, and written
001930*                           with a COPIED, TRUNCATED, or
001940*                           SUSPENDED event to the TRACELOG
001950*                           record history through CXB40134.  A
001960*                           resubmitted record that carries a
001970*                           trace key now goes back under its
001980*                           own branch instead of RSB.
001990*       15 OCT 2026   DPO   BRANSTAT records now carry the
002000*                           processing cycle from the new
002010*                           CXB40136 processing-cycle service,
002020*                           so a midday cycle's counts stand
002030*                           apart from the overnight cycle's.
002040*       15 OCT 2026   DPO   BRANSTAT statistics are checked
002050*                           against the accounting period
002060*                           control through CXB40147: counts for
002070*                           a business date in a closed month
002080*                           are carried into the next open month
002090*                           and flagged as a prior-period
002100*                           adjustment, and are withheld (RC 8)
002110*                           when no open month can be found.
002120*       15 OCT 2026   DPO   The closed-period event is now raised
002130*                           as fatal ('F'), a severity the
002140*                           CXB40128 alert report lists.
002150*
002160 IDENTIFICATION DIVISION.
002170 PROGRAM-ID. CXB40093.
002180 AUTHOR. DATA-PROCESSING-OPERATIONS.
002190 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
002200 DATE-WRITTEN. 09 AUG 2026.
002210 DATE-COMPILED.
002220*
002230 ENVIRONMENT DIVISION.
002240 INPUT-OUTPUT SECTION.
002250 FILE-CONTROL.
002260     SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
002270         ORGANIZATION IS SEQUENTIAL.
002280     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
002290         ORGANIZATION IS SEQUENTIAL.
002300     SELECT CHECKPOINT-FILE ASSIGN TO "CKPT093"
002310         ORGANIZATION IS SEQUENTIAL
002320         FILE STATUS IS WS-CKPT-STATUS.
002330     SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT"
002340         ORGANIZATION IS SEQUENTIAL
002350         FILE STATUS IS WS-RESUB-STATUS.
002360     SELECT SITE-PARM-FILE ASSIGN TO "SITEPARM"
002370         ORGANIZATION IS INDEXED
002380         ACCESS MODE IS RANDOM
002390         RECORD KEY IS SP-PARM-KEY
002400         FILE STATUS IS WS-PARM-STATUS.
002410     SELECT BRANCH-STAT-FILE ASSIGN TO "BRANSTAT"
002420         ORGANIZATION IS SEQUENTIAL
002430         FILE STATUS IS WS-STAT-STATUS.
002440     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
002450         ORGANIZATION IS SEQUENTIAL
002460         FILE STATUS IS WS-SUSP-STATUS.
002470     SELECT REJECT-NOTE-FILE ASSIGN TO "REJNOTE"
002480         ORGANIZATION IS SEQUENTIAL
002490         FILE STATUS IS WS-NOTE-STATUS.
002500*
002510 DATA DIVISION.
002520 FILE SECTION.
002530 FD  TRANS-IN-FILE
002540     RECORDING MODE IS F.
002550 01  TRANS-IN-RECORD.
002560     COPY CXBCTL
002570         REPLACING LEADING ==CXB-CTL== BY ==TI==.
002580     05  TI-DATA-VIEW REDEFINES TI-BODY.
002590         10  TI-BRANCH-ID      PIC X(03).
002600         10  TI-IN-STRING      PIC X(08).
002610         10  TI-TRACE-DATE     PIC 9(08).
002620         10  TI-TRACE-SEQ      PIC 9(08).
002630*
002640 FD  TRANS-OUT-FILE
002650     RECORDING MODE IS F.
002660 01  TRANS-OUT-RECORD.
002670     COPY CXBCTL
002680         REPLACING LEADING ==CXB-CTL== BY ==TO==.
002690     05  TO-DATA-VIEW REDEFINES TO-BODY.
002700         10  TO-OUT-STRING     PIC X(08).
002710         10  TO-BRANCH-ID      PIC X(03).
002720         10  TO-TRACE-DATE     PIC 9(08).
002730         10  TO-TRACE-SEQ      PIC 9(08).
002740*
002750 FD  CHECKPOINT-FILE
002760     RECORDING MODE IS F.
002770 01  CHECKPOINT-RECORD.
002780     05  CK-LAST-RECORD        PIC 9(09)  COMP.
002790     05  CK-TRUNC-COUNT        PIC 9(09)  COMP.
002800     05  CK-REJECT-COUNT       PIC 9(09)  COMP.
002810     05  CK-OUT-COUNT          PIC 9(09)  COMP.
002820     05  CK-IN-HASH            PIC S9(18) COMP.
002830     05  CK-OUT-HASH           PIC S9(18) COMP.
002840*
002850 FD  RESUBMIT-FILE
002860     RECORDING MODE IS F.
002870 01  RESUBMIT-RECORD.
002880     05  RS-IN-STRING          PIC X(08).
002890     05  RS-TRACE-BRANCH       PIC X(03).
002900     05  RS-TRACE-DATE         PIC X(08).
002910     05  RS-TRACE-SEQ          PIC X(08).
002920*
002930 FD  SITE-PARM-FILE
002940     RECORDING MODE IS F.
002950 01  SITE-PARM-RECORD.
002960     COPY CXBPARM
002970         REPLACING LEADING ==CXB== BY ==SP==.
002980*
002990*    SUSPENSE IS THE SAME EXTERNAL CONNECTOR CXB40091 WRITES
003000*    REJECTED RECORDS THROUGH.  IN HIGH-VOLUME MODE THIS
003010*    DRIVER HOLDS IT OPEN FOR THE WHOLE RUN; THE SERVICE SEES
003020*    OPEN STATUS '41' AND SKIPS ITS PER-CALL OPEN/CLOSE.
003030*
003040 FD  SUSPENSE-FILE IS EXTERNAL
003050     RECORDING MODE IS F.
003060 01  SUSPENSE-RECORD.
003070     COPY CXBSUSP
003080         REPLACING ==CXB-SU-IN-STRING==   BY ==SU-IN-STRING==
003090                   ==CXB-SU-IN-LENGTH==   BY ==SU-IN-LENGTH==
003100                   ==CXB-SU-REJECT-DATE== BY ==SU-REJECT-DATE==
003110                   ==CXB-SU-SOURCE-PROGRAM==
003120                       BY ==SU-SOURCE-PROGRAM==.
003130*
003140*    REJNOTE CARRIES ONE NOTICE PER RECORD REJECTED TO
003150*    SUSPENSE, STAMPED WITH THE OWNING BRANCH, SO THE CXB40115
003160*    DISTRIBUTION RUN CAN TELL THE OFFICE ITS RECORD DID NOT
003170*    COME BACK INSTEAD OF LETTING IT VANISH.
003180*
003190 FD  REJECT-NOTE-FILE
003200     RECORDING MODE IS F.
003210 01  REJECT-NOTE-RECORD.
003220     05  RJ-BRANCH-ID          PIC X(03).
003230     05  RJ-IN-STRING          PIC X(08).
003240     05  RJ-REJECT-DATE        PIC 9(08).
003250     05  RJ-TRACE-DATE         PIC 9(08).
003260     05  RJ-TRACE-SEQ          PIC 9(08).
003270*
003280*    BRANSTAT IS THE DURABLE PER-BRANCH STATISTICS FILE THE
003290*    CXB40125 MONTH-END CHARGEBACK STATEMENT ROLLS UP; THIS
003300*    DRIVER APPENDS EACH BRANCH'S REJECT AND TRUNCATION
003310*    COUNTS, AND CXB40109 APPENDS THE MERGED COUNTS UNDER ITS
003320*    OWN PROGRAM NAME.
003330*
003340 FD  BRANCH-STAT-FILE
003350     RECORDING MODE IS F.
003360 01  BRANCH-STAT-RECORD.
003370     05  BS-BUSINESS-DATE      PIC 9(08).
003380     05  BS-CYCLE              PIC 9(02).
003390     05  BS-PROGRAM            PIC X(08).
003400     05  BS-BRANCH-ID          PIC X(03).
003410     05  BS-MERGED-COUNT       PIC 9(09).
003420     05  BS-REJECT-COUNT       PIC 9(09).
003430     05  BS-TRUNC-COUNT        PIC 9(09).
003440     05  BS-PPA-FLAG           PIC X(01).
003450         88  BS-PRIOR-PERIOD-ADJ               VALUE 'Y'.
003460     05  BS-ORIG-DATE          PIC 9(08).
003470*
003480 WORKING-STORAGE SECTION.
003490*
003500*    STANDALONE COUNTERS AND SWITCHES
003510*
003520 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40093'.
003530*
003540 77  WS-RECORD-COUNT           PIC 9(09)  COMP VALUE ZERO.
003550 77  WS-OUT-COUNT              PIC 9(09)  COMP VALUE ZERO.
003560 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
003570     88  END-OF-INPUT                        VALUE 'Y'.
003580     88  NOT-END-OF-INPUT                     VALUE 'N'.
003590*
003600*    WORKING COPY OF THE CXB40091 LINKAGE PARAMETERS, SHARED
003610*    VIA THE CXBTRAN COPYBOOK
003620*
003630 01  WS-TRANSACTION-WORK.
003640     COPY CXBTRAN.
003650*
003660 77  WS-TRUNC-COUNT            PIC 9(09)  COMP VALUE ZERO.
003670 77  WS-REJECT-COUNT           PIC 9(09)  COMP VALUE ZERO.
003680*
003690*    RESUBMISSION PICKUP WORKING STORAGE.  WS-WORK-STRING AND
003700*    WS-WORK-TRACE ARE THE ONE-RECORD HANDOFF BOTH INPUT PATHS
003710*    LOAD BEFORE PERFORMING 2500-CALL-COPY-STRING.  A RECORD
003720*    WITH NO TRACE KEY CARRIES A ZERO WS-WORK-TRACE-SEQ.
003730*
003740 77  WS-RESUB-STATUS           PIC X(02)  VALUE SPACES.
003750     88  WS-RESUB-FILE-OK                    VALUE '00'.
003760 77  WS-RESUB-EOF-SWITCH       PIC X(01)  VALUE 'N'.
003770     88  END-OF-RESUBMIT                     VALUE 'Y'.
003780     88  NOT-END-OF-RESUBMIT                 VALUE 'N'.
003790 77  WS-RESUB-COUNT            PIC 9(09)  COMP VALUE ZERO.
003800 77  WS-WORK-STRING            PIC X(08)  VALUE SPACES.
003810 01  WS-WORK-TRACE.
003820     05  WS-WORK-BRANCH        PIC X(03)  VALUE SPACES.
003830     05  WS-WORK-TRACE-DATE    PIC 9(08)  VALUE ZERO.
003840     05  WS-WORK-TRACE-SEQ     PIC 9(08)  VALUE ZERO.
003850*
003860*    CXB-TRACE-HANDOFF IS SHARED WITH CXB40091, WHICH STAMPS IT
003870*    ON ANY RECORD IT WRITES TO SUSPENSE.  IT IS LOADED BEFORE
003880*    EACH CALL AND CLEARED AFTER.
003890*
003900 01  CXB-TRACE-HANDOFF         PIC X(19)  IS EXTERNAL.
003910*
003920*    TRACE-LOGGING CALL FIELDS FOR THE CXB40134 SERVICE.
003930*
003940 77  WS-TRC-FUNCTION           PIC X(01)  VALUE SPACE.
003950 77  WS-TRC-KEY                PIC X(19)  VALUE SPACES.
003960 77  WS-TRC-EVENT              PIC X(12)  VALUE SPACES.
003970 77  WS-TRC-STRING             PIC X(08)  VALUE SPACES.
003980 77  WS-TRC-DETAIL             PIC X(20)  VALUE SPACES.
003990 77  WS-TRC-RESULT             PIC X(01)  VALUE SPACE.
004000*
004010*    PER-BRANCH TOTALS, KEYED BY THE BRANCH IDENTIFIER THE
004020*    CXB40109 MERGE FRONT END STAMPS ON EACH TRANSIN RECORD.
004030*    A RESUBMITTED RECORD COUNTS UNDER THE BRANCH ITS TRACE
004040*    KEY NAMES; ONE WITH NO TRACE KEY COUNTS UNDER THE RSB
004050*    PSEUDO-BRANCH.
004060*
004070 77  WS-BRANCH-MAX             PIC 9(03)  COMP VALUE 10.
004080 77  WS-BRANCH-COUNT           PIC 9(03)  COMP VALUE ZERO.
004090 77  WS-BRANCH-INDEX           PIC 9(03)  COMP VALUE ZERO.
004100 77  WS-BRANCH-IDX             PIC 9(03)  COMP VALUE ZERO.
004110 77  WS-BRANCH-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
004120     88  BRANCH-FOUND                        VALUE 'Y'.
004130     88  BRANCH-NOT-FOUND                    VALUE 'N'.
004140 01  WS-BRANCH-TABLE.
004150     05  WS-BRANCH-ENTRY OCCURS 10 TIMES.
004160         10  WS-TBL-BRANCH-ID      PIC X(03).
004170         10  WS-TBL-PROC-COUNT     PIC 9(09)  COMP VALUE ZERO.
004180         10  WS-TBL-TRUNC-COUNT    PIC 9(09)  COMP VALUE ZERO.
004190         10  WS-TBL-REJECT-COUNT   PIC 9(09)  COMP VALUE ZERO.
004200*
004210*    CONTROL-ENVELOPE WORKING STORAGE: THE HASH ACCUMULATORS,
004220*    THE SHARED COLLATE TABLE, AND THE ENVELOPE SWITCHES.  AN
004230*    ENVELOPE FAILURE (MISSING HEADER OR TRAILER, OR CONTROL
004240*    TOTALS THAT DO NOT MATCH WHAT WAS READ) FAILS THE STEP
004250*    WITH RETURN-CODE 16.
004260*
004270 77  WS-IN-HASH                PIC S9(18) COMP VALUE ZERO.
004280 77  WS-OUT-HASH               PIC S9(18) COMP VALUE ZERO.
004290 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
004300 77  WS-RUN-CYCLE              PIC 9(02)  VALUE 1.
004310 77  WS-FINAL-CYCLE            PIC 9(02)  VALUE 1.
004320 77  WS-CYCLE-RESULT           PIC X(01)  VALUE SPACE.
004330*
004340*    PERIOD-CHECK FIELDS FOR THE CXB40147 SERVICE: THE MONTH
004350*    THE BRANSTAT COUNTS ARE POSTED TO, AND WHETHER THEY ARE
004360*    CARRIED OUT OF A CLOSED ONE.
004370*
004380 77  WS-POST-DATE              PIC 9(08)  VALUE ZERO.
004390 77  WS-PERIOD-RESULT          PIC X(01)  VALUE SPACE.
004400     88  PERIOD-IS-OPEN                      VALUE 'O'.
004410     88  PERIOD-CARRIED-FORWARD              VALUE 'P'.
004420     88  PERIOD-IS-CLOSED                    VALUE 'C'.
004430     88  PERIOD-CHECK-FAILED                 VALUE 'E'.
004440 77  WS-HASH-BYTE              PIC X(01)  VALUE SPACE.
004450 77  WS-HASH-STRING            PIC X(08)  VALUE SPACES.
004460 77  WS-HASH-VALUE             PIC S9(18) COMP VALUE ZERO.
004470 77  WS-HASH-INDEX             PIC 9(03)  COMP VALUE ZERO.
004480 77  WS-HASH-TALLY             PIC 9(03)  COMP VALUE ZERO.
004490 01  WS-HASH-COLLATE.
004500     COPY CXBHASH.
004510*
004520 77  WS-ENVELOPE-SWITCH        PIC X(01)  VALUE 'N'.
004530     88  ENVELOPE-BAD                        VALUE 'Y'.
004540     88  ENVELOPE-GOOD                       VALUE 'N'.
004550 77  WS-TRAILER-SWITCH         PIC X(01)  VALUE 'N'.
004560     88  TRAILER-SEEN                        VALUE 'Y'.
004570     88  TRAILER-NOT-SEEN                    VALUE 'N'.
004580*
004590*    RUN-CONTROL REGISTRATION FIELDS FOR THE CXB40107 SERVICE
004600*
004610 77  WS-RUNC-FUNCTION          PIC X(01)  VALUE 'S'.
004620 77  WS-RUNC-IN-COUNT          PIC 9(09)  COMP VALUE ZERO.
004630 77  WS-RUNC-ZERO              PIC 9(09)  COMP VALUE ZERO.
004640 77  WS-RUNC-FINAL-RC          PIC S9(04) COMP VALUE ZERO.
004650 77  WS-RUNC-RESULT            PIC X(01)  VALUE '0'.
004660     88  RUN-CALL-RECORDED                   VALUE '0'.
004670     88  RUN-DUPLICATE                       VALUE 'D'.
004680     88  RUN-REGISTRY-ERROR                  VALUE 'E'.
004690*
004700*    CHECKPOINT/RESTART WORKING STORAGE
004710*
004720 77  WS-CKPT-STATUS            PIC X(02)  VALUE SPACES.
004730     88  WS-CKPT-FILE-OK                     VALUE '00'.
004740*    WS-CHECKPOINT-INTERVAL DEFAULTS TO 100 AND IS OVERRIDDEN
004750*    BY THE CKPT-INTERVAL SITE PARAMETER WHEN ONE IS ON FILE.
004760*
004770 77  WS-CHECKPOINT-INTERVAL    PIC 9(05)  COMP VALUE 100.
004780 77  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
004790     88  WS-PARM-FILE-OK                     VALUE '00'.
004800*
004810*    REJECT-RATE CIRCUIT BREAKER: ONCE WS-BREAKER-FLOOR
004820*    RECORDS ARE IN, A COMBINED REJECT/TRUNCATION RATE ABOVE
004830*    WS-MAX-REJECT-PCT PERCENT STOPS THE RUN WITH RETURN-CODE
004840*    12.  THE PERCENTAGE DEFAULTS TO 25 AND IS OVERRIDDEN BY
004850*    THE MAX-REJECT-PCT SITE PARAMETER.
004860*
004870 77  WS-MAX-REJECT-PCT         PIC 9(03)  COMP VALUE 25.
004880 77  WS-BREAKER-FLOOR          PIC 9(05)  COMP VALUE 50.
004890*
004900*    GENERATION-KEEPER FIELDS FOR THE CXB40113 SERVICE
004910*
004920 77  WS-GENK-FILE-ID           PIC X(08)  VALUE 'TRANSOUT'.
004930 77  WS-GENK-RESULT            PIC X(01)  VALUE '0'.
004940     88  GENERATION-KEPT                     VALUE '0'.
004950     88  GENERATION-KEEP-FAILED              VALUE 'E'.
004960*
004970*    HIGH-VOLUME MODE: WHEN THE HIGH-VOLUME SITE PARAMETER
004980*    FLAG IS 'Y', SUSPENSE IS OPENED ONCE HERE AND HELD FOR
004990*    THE WHOLE RUN INSTEAD OF BEING OPENED AND CLOSED BY
005000*    CXB40091 FOR EVERY REJECTED RECORD.
005010*
005020 77  WS-SUSP-STATUS            PIC X(02)  VALUE SPACES.
005030     88  WS-SUSP-FILE-OK                     VALUE '00'.
005040     88  WS-SUSP-NOT-FOUND                   VALUE '35'.
005050 77  WS-HIGH-VOLUME-SWITCH     PIC X(01)  VALUE 'N'.
005060     88  HIGH-VOLUME-MODE                    VALUE 'Y'.
005070     88  PER-CALL-MODE                       VALUE 'N'.
005080 77  WS-SUSP-HELD-SWITCH       PIC X(01)  VALUE 'N'.
005090     88  SUSPENSE-HELD                       VALUE 'Y'.
005100     88  SUSPENSE-NOT-HELD                   VALUE 'N'.
005110*
005120*    REJECT-NOTICE FIELDS FOR THE CXB40115 DISTRIBUTION RUN
005130*
005140 77  WS-NOTE-STATUS            PIC X(02)  VALUE SPACES.
005150     88  WS-NOTE-FILE-OK                     VALUE '00'.
005160     88  WS-NOTE-NOT-FOUND                   VALUE '35'.
005170 77  WS-STAT-STATUS            PIC X(02)  VALUE SPACES.
005180     88  WS-STAT-FILE-OK                     VALUE '00'.
005190     88  WS-STAT-NOT-FOUND                   VALUE '35'.
005200 77  WS-NOTE-COUNT             PIC 9(09)  COMP VALUE ZERO.
005210*
005220*    EVENT-LOGGING FIELDS FOR THE CXB40127 SERVICE
005230*
005240 77  WS-EVT-SEVERITY           PIC X(01)  VALUE SPACE.
005250 77  WS-EVT-CODE               PIC X(08)  VALUE SPACES.
005260 77  WS-EVT-TEXT               PIC X(40)  VALUE SPACES.
005270 77  WS-EVT-RESULT             PIC X(01)  VALUE SPACE.
005280 77  WS-BAD-COUNT              PIC 9(09)  COMP VALUE ZERO.
005290 77  WS-BREAKER-SWITCH         PIC X(01)  VALUE 'N'.
005300     88  BREAKER-TRIPPED                     VALUE 'Y'.
005310     88  BREAKER-NOT-TRIPPED                 VALUE 'N'.
005320 77  WS-RESTART-COUNT          PIC 9(09)  COMP VALUE ZERO.
005330 77  WS-SKIP-IDX               PIC 9(09)  COMP VALUE ZERO.
005340 77  WS-CKPT-QUOTIENT          PIC 9(09)  COMP VALUE ZERO.
005350 77  WS-CKPT-REMAINDER         PIC 9(05)  COMP VALUE ZERO.
005360*
005370*
005380*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
005390*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
005400*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
005410*
005420 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
005430 PROCEDURE DIVISION.
005440*
005450*===============================================================
005460*    0000-MAINLINE
005470*===============================================================
005480 0000-MAINLINE.
005490*
005500     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
005510*
005520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005530*
005540     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
005550         UNTIL END-OF-INPUT.
005560*
005570     IF TRAILER-NOT-SEEN AND ENVELOPE-GOOD
005580         AND BREAKER-NOT-TRIPPED
005590         DISPLAY 'CXB40093 TRANSIN TRAILER MISSING - '
005600             'FILE TRUNCATED IN TRANSFER?'
005610         SET ENVELOPE-BAD TO TRUE
005620     END-IF.
005630*
005640*    A RUN WHOSE INPUT FAILED ITS CONTROL ENVELOPE OR TRIPPED
005650*    THE REJECT-RATE BREAKER DOES NOT CONSUME THE RESUBMIT
005660*    FILE; THE RELEASES STAY QUEUED FOR THE CORRECTED RERUN.
005670*
005680     IF ENVELOPE-GOOD AND BREAKER-NOT-TRIPPED
005690         PERFORM 7000-PROCESS-RESUBMITS THRU 7000-EXIT
005700     END-IF.
005710*
005720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005730*
005740     STOP RUN.
005750*
005760*===============================================================
005770*    0500-REGISTER-START
005780*===============================================================
005790 0500-REGISTER-START.
005800*
005810*    THE RUN IS REGISTERED IN RUNCTL BEFORE ANY FILE IS OPENED.
005820*    A SECOND START FOR THE SAME BUSINESS DATE IS REFUSED WITH
005830*    RETURN-CODE 20 UNLESS THE RUNOVRD CONTROL FILE ALLOWS IT.
005840*
005850     MOVE 'S' TO WS-RUNC-FUNCTION.
005860     CALL 'CXB40107' USING WS-RUNC-FUNCTION
005870                            PROGRAM-NAME
005880                            WS-RUNC-IN-COUNT
005890                            WS-OUT-COUNT
005900                            WS-REJECT-COUNT
005910                            WS-TRUNC-COUNT
005920                            WS-RUNC-ZERO
005930                            WS-RUNC-FINAL-RC
005940                            WS-RUNC-RESULT.
005950*
005960     IF RUN-DUPLICATE
005970         DISPLAY 'CXB40093 ALREADY RAN THIS BUSINESS DATE - '
005980             'RUN REFUSED'
005990         MOVE 20 TO RETURN-CODE
006000         STOP RUN
006010     END-IF.
006020*
006030     IF RUN-REGISTRY-ERROR
006040         DISPLAY 'CXB40093 RUN REGISTRY UNAVAILABLE - '
006050             'RUN CONTINUES UNREGISTERED'
006060     END-IF.
006070*
006080 0500-EXIT.
006090     EXIT.
006100*
006110*===============================================================
006120*    1000-INITIALIZE
006130*===============================================================
006140 1000-INITIALIZE.
006150*
006160     CALL 'CXB40117' USING WS-RUN-DATE
006170                            WS-BDAT-RESULT.
006180     CALL 'CXB40136' USING WS-RUN-CYCLE
006190                            WS-FINAL-CYCLE
006200                            WS-CYCLE-RESULT.
006210*
006220     PERFORM 1300-GET-SITE-PARMS THRU 1300-EXIT.
006230*
006240     PERFORM 1400-HOLD-SUSPENSE THRU 1400-EXIT.
006250*
006260     OPEN INPUT CHECKPOINT-FILE.
006270     IF WS-CKPT-FILE-OK
006280         READ CHECKPOINT-FILE
006290             AT END
006300                 CONTINUE
006310             NOT AT END
006320                 MOVE CK-LAST-RECORD   TO WS-RESTART-COUNT
006330                 MOVE CK-TRUNC-COUNT   TO WS-TRUNC-COUNT
006340                 MOVE CK-REJECT-COUNT  TO WS-REJECT-COUNT
006350                 MOVE CK-OUT-COUNT     TO WS-OUT-COUNT
006360                 MOVE CK-IN-HASH       TO WS-IN-HASH
006370                 MOVE CK-OUT-HASH      TO WS-OUT-HASH
006380         END-READ
006390         CLOSE CHECKPOINT-FILE
006400     END-IF.
006410*
006420     OPEN INPUT TRANS-IN-FILE.
006430     IF WS-RESTART-COUNT > 0
006440         OPEN EXTEND TRANS-OUT-FILE
006450         OPEN EXTEND REJECT-NOTE-FILE
006460         IF NOT WS-NOTE-FILE-OK AND WS-NOTE-NOT-FOUND
006470             CLOSE REJECT-NOTE-FILE
006480             OPEN OUTPUT REJECT-NOTE-FILE
006490         END-IF
006500     ELSE
006510         OPEN OUTPUT TRANS-OUT-FILE
006520         PERFORM 1200-WRITE-OUT-HEADER THRU 1200-EXIT
006530         OPEN OUTPUT REJECT-NOTE-FILE
006540     END-IF.
006550     IF NOT WS-NOTE-FILE-OK
006560         DISPLAY 'CXB40093 REJNOTE OPEN FAILED, STATUS='
006570             WS-NOTE-STATUS
006580         DISPLAY 'CXB40093 REJECT NOTICES WILL NOT BE WRITTEN'
006590     END-IF.
006600*
006610     READ TRANS-IN-FILE
006620         AT END
006630             SET END-OF-INPUT TO TRUE
006640     END-READ.
006650*
006660*    THE FIRST TRANSIN RECORD MUST BE THE CONTROL HEADER; A
006670*    FILE THAT OPENS WITH ANYTHING ELSE FAILS THE STEP BEFORE
006680*    ANY DATA RECORD IS PROCESSED.
006690*
006700     IF END-OF-INPUT
006710         DISPLAY 'CXB40093 TRANSIN EMPTY - NO CONTROL HEADER'
006720         SET ENVELOPE-BAD TO TRUE
006730     ELSE
006740         IF TI-HEADER-REC
006750             READ TRANS-IN-FILE
006760                 AT END
006770                     SET END-OF-INPUT TO TRUE
006780             END-READ
006790         ELSE
006800             DISPLAY 'CXB40093 TRANSIN HAS NO CONTROL HEADER - '
006810                 'STEP FAILED'
006820             SET ENVELOPE-BAD TO TRUE
006830             SET END-OF-INPUT TO TRUE
006840         END-IF
006850     END-IF.
006860*
006870     MOVE WS-RESTART-COUNT TO WS-RECORD-COUNT.
006880     PERFORM 1100-SKIP-RECORD THRU 1100-EXIT
006890         VARYING WS-SKIP-IDX FROM 1 BY 1
006900         UNTIL WS-SKIP-IDX > WS-RESTART-COUNT OR END-OF-INPUT.
006910*
006920 1000-EXIT.
006930     EXIT.
006940*
006950*===============================================================
006960*    1100-SKIP-RECORD
006970*===============================================================
006980 1100-SKIP-RECORD.
006990*
007000     READ TRANS-IN-FILE
007010         AT END
007020             SET END-OF-INPUT TO TRUE
007030     END-READ.
007040*
007050 1100-EXIT.
007060     EXIT.
007070*
007080*===============================================================
007090*    2000-PROCESS-RECORD
007100*===============================================================
007110 2000-PROCESS-RECORD.
007120*
007130*    ONLY A DATA RECORD IS PROCESSED; THE TRAILER CLOSES THE
007140*    FILE AND IS VERIFIED AGAINST WHAT WAS ACTUALLY READ, AND
007150*    ANY OTHER RECORD TYPE FAILS THE ENVELOPE.
007160*
007170     IF TI-TRAILER-REC
007180         PERFORM 6600-VERIFY-TRAILER THRU 6600-EXIT
007190         SET TRAILER-SEEN TO TRUE
007200         SET END-OF-INPUT TO TRUE
007210         GO TO 2000-EXIT
007220     END-IF.
007230     IF NOT TI-DATA-REC
007240         DISPLAY 'CXB40093 TRANSIN BAD RECORD TYPE "'
007250             TI-RECORD-TYPE '" - STEP FAILED'
007260         SET ENVELOPE-BAD TO TRUE
007270         SET END-OF-INPUT TO TRUE
007280         GO TO 2000-EXIT
007290     END-IF.
007300*
007310     MOVE TI-IN-STRING TO WS-HASH-STRING.
007320     PERFORM 6500-HASH-STRING THRU 6500-EXIT.
007330     ADD WS-HASH-VALUE TO WS-IN-HASH.
007340*
007350     MOVE TI-IN-STRING TO WS-WORK-STRING.
007360     MOVE TI-BRANCH-ID TO WS-WORK-BRANCH.
007370     MOVE TI-TRACE-DATE TO WS-WORK-TRACE-DATE.
007380     MOVE TI-TRACE-SEQ TO WS-WORK-TRACE-SEQ.
007390     MOVE 'FROM TRANSIN' TO WS-TRC-DETAIL.
007400     PERFORM 2500-CALL-COPY-STRING THRU 2500-EXIT.
007410*
007420     ADD 1 TO WS-RECORD-COUNT.
007430*
007440     PERFORM 2700-CHECK-REJECT-RATE THRU 2700-EXIT.
007450     IF BREAKER-TRIPPED
007460         GO TO 2000-EXIT
007470     END-IF.
007480*
007490     DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
007500         GIVING WS-CKPT-QUOTIENT
007510         REMAINDER WS-CKPT-REMAINDER.
007520     IF WS-CKPT-REMAINDER = 0
007530         PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT
007540     END-IF.
007550*
007560     READ TRANS-IN-FILE
007570         AT END
007580             SET END-OF-INPUT TO TRUE
007590     END-READ.
007600*
007610 2000-EXIT.
007620     EXIT.
007630*
007640*===============================================================
007650*    2500-CALL-COPY-STRING
007660*===============================================================
007670 2500-CALL-COPY-STRING.
007680*
007690*    COMMON CALL AND OUTPUT HANDLING FOR BOTH INPUT PATHS: THE
007700*    NIGHTLY TRANSIN PASS AND THE RESUBMISSION PICKUP.  THE
007710*    CALLER LOADS WS-WORK-STRING BEFORE PERFORMING THIS
007720*    PARAGRAPH.
007730*
007740     PERFORM 2600-FIND-OR-ADD-BRANCH THRU 2600-EXIT.
007750     MOVE SPACES TO CXB-IN-STRING.
007760     MOVE WS-WORK-STRING TO CXB-IN-STRING.
007770     MOVE 8 TO CXB-IN-LENGTH.
007780*
007790     IF WS-WORK-TRACE-SEQ = ZERO
007800         MOVE SPACES TO WS-TRC-KEY
007810     ELSE
007820         MOVE WS-WORK-TRACE TO WS-TRC-KEY
007830     END-IF.
007840     MOVE WS-TRC-KEY TO CXB-TRACE-HANDOFF.
007850*
007860     CALL 'CXB40091' USING CXB-IN-STRING
007870                            CXB-IN-LENGTH
007880                            CXB-OUT-STRING
007890                            CXB-OUT-LENGTH
007900                            CXB-TRUNCATED-FLAG
007910                            CXB-REJECTED-FLAG.
007920*
007930     MOVE SPACES TO CXB-TRACE-HANDOFF.
007940*
007950     IF WS-BRANCH-INDEX > 0
007960         ADD 1 TO WS-TBL-PROC-COUNT(WS-BRANCH-INDEX)
007970     END-IF.
007980*
007990     IF CXB-INPUT-REJECTED
008000         ADD 1 TO WS-REJECT-COUNT
008010         IF WS-BRANCH-INDEX > 0
008020             ADD 1 TO WS-TBL-REJECT-COUNT(WS-BRANCH-INDEX)
008030         END-IF
008040         PERFORM 2800-WRITE-REJECT-NOTE THRU 2800-EXIT
008050         MOVE 'SUSPENDED' TO WS-TRC-EVENT
008060         MOVE WS-WORK-STRING TO WS-TRC-STRING
008070     ELSE
008080         MOVE SPACES TO TO-BODY
008090         SET TO-DATA-REC TO TRUE
008100         MOVE CXB-OUT-STRING(1:8) TO TO-OUT-STRING
008110         MOVE WS-WORK-BRANCH TO TO-BRANCH-ID
008120         MOVE WS-WORK-TRACE-DATE TO TO-TRACE-DATE
008130         MOVE WS-WORK-TRACE-SEQ TO TO-TRACE-SEQ
008140         MOVE 'COPIED' TO WS-TRC-EVENT
008150         MOVE TO-OUT-STRING TO WS-TRC-STRING
008160         IF CXB-STRING-TRUNCATED
008170             MOVE 'TRUNCATED' TO WS-TRC-EVENT
008180             ADD 1 TO WS-TRUNC-COUNT
008190             IF WS-BRANCH-INDEX > 0
008200                 ADD 1 TO WS-TBL-TRUNC-COUNT(WS-BRANCH-INDEX)
008210             END-IF
008220         END-IF
008230         WRITE TRANS-OUT-RECORD
008240         ADD 1 TO WS-OUT-COUNT
008250         MOVE TO-OUT-STRING TO WS-HASH-STRING
008260         PERFORM 6500-HASH-STRING THRU 6500-EXIT
008270         ADD WS-HASH-VALUE TO WS-OUT-HASH
008280     END-IF.
008290*
008300     MOVE 'W' TO WS-TRC-FUNCTION.
008310     CALL 'CXB40134' USING WS-TRC-FUNCTION
008320                            PROGRAM-NAME
008330                            WS-TRC-KEY
008340                            WS-TRC-EVENT
008350                            WS-TRC-STRING
008360                            WS-TRC-DETAIL
008370                            WS-TRC-RESULT.
008380*
008390 2500-EXIT.
008400     EXIT.
008410*
008420*===============================================================
008430*    2800-WRITE-REJECT-NOTE
008440*===============================================================
008450 2800-WRITE-REJECT-NOTE.
008460*
008470*    ONE NOTICE PER REJECT, STAMPED WITH THE OWNING BRANCH, SO
008480*    THE CXB40115 DISTRIBUTION RUN CAN PUT A REJECT LINE ON
008490*    THAT OFFICE'S RESPONSE FILE.  A REJNOTE THAT COULD NOT BE
008500*    OPENED WAS ALREADY REPORTED AT INITIALIZATION.
008510*
008520     IF NOT WS-NOTE-FILE-OK
008530         GO TO 2800-EXIT
008540     END-IF.
008550*
008560     MOVE WS-WORK-BRANCH TO RJ-BRANCH-ID.
008570     MOVE WS-WORK-STRING TO RJ-IN-STRING.
008580     MOVE WS-RUN-DATE    TO RJ-REJECT-DATE.
008590     MOVE WS-WORK-TRACE-DATE TO RJ-TRACE-DATE.
008600     MOVE WS-WORK-TRACE-SEQ  TO RJ-TRACE-SEQ.
008610     WRITE REJECT-NOTE-RECORD.
008620     IF WS-NOTE-FILE-OK
008630         ADD 1 TO WS-NOTE-COUNT
008640     ELSE
008650         DISPLAY 'CXB40093 REJNOTE WRITE FAILED, STATUS='
008660             WS-NOTE-STATUS
008670     END-IF.
008680*
008690 2800-EXIT.
008700     EXIT.
008710*
008720*===============================================================
008730*    2600-FIND-OR-ADD-BRANCH
008740*===============================================================
008750 2600-FIND-OR-ADD-BRANCH.
008760*
008770     SET BRANCH-NOT-FOUND TO TRUE.
008780     MOVE ZERO TO WS-BRANCH-INDEX.
008790*
008800     PERFORM 2610-SCAN-BRANCH THRU 2610-EXIT
008810         VARYING WS-BRANCH-IDX FROM 1 BY 1
008820         UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT OR BRANCH-FOUND.
008830*
008840     IF BRANCH-NOT-FOUND
008850         IF WS-BRANCH-COUNT >= WS-BRANCH-MAX
008860             DISPLAY 'CXB40093 BRANCH TABLE FULL - '
008870                 WS-WORK-BRANCH ' NOT BROKEN OUT'
008880         ELSE
008890             ADD 1 TO WS-BRANCH-COUNT
008900             MOVE WS-BRANCH-COUNT TO WS-BRANCH-INDEX
008910             MOVE WS-WORK-BRANCH
008920                 TO WS-TBL-BRANCH-ID(WS-BRANCH-INDEX)
008930         END-IF
008940     END-IF.
008950*
008960 2600-EXIT.
008970     EXIT.
008980*
008990*===============================================================
009000*    2700-CHECK-REJECT-RATE
009010*===============================================================
009020 2700-CHECK-REJECT-RATE.
009030*
009040*    A FILE THAT IS MOSTLY GARBAGE SHOULD KILL THE JOB EARLY.
009050*    THE CHECK WAITS FOR WS-BREAKER-FLOOR RECORDS SO A BAD
009060*    FIRST HANDFUL CANNOT TRIP IT ON A STARTUP BLIP.
009070*
009080     IF WS-RECORD-COUNT < WS-BREAKER-FLOOR
009090         GO TO 2700-EXIT
009100     END-IF.
009110*
009120     COMPUTE WS-BAD-COUNT = WS-REJECT-COUNT + WS-TRUNC-COUNT.
009130     IF WS-BAD-COUNT * 100 >
009140         WS-RECORD-COUNT * WS-MAX-REJECT-PCT
009150         DISPLAY 'CXB40093 REJECT RATE OVER ' WS-MAX-REJECT-PCT
009160             ' PCT AFTER ' WS-RECORD-COUNT ' RECORDS - '
009170             'RUN STOPPED'
009180         SET BREAKER-TRIPPED TO TRUE
009190         MOVE 'F' TO WS-EVT-SEVERITY
009200         MOVE 'BREAKER' TO WS-EVT-CODE
009210         MOVE 'REJECT RATE OVER LIMIT - RUN STOPPED'
009220             TO WS-EVT-TEXT
009230         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
009240         SET END-OF-INPUT TO TRUE
009250     END-IF.
009260*
009270 2700-EXIT.
009280     EXIT.
009290*
009300*===============================================================
009310*    2610-SCAN-BRANCH
009320*===============================================================
009330 2610-SCAN-BRANCH.
009340*
009350     IF WS-TBL-BRANCH-ID(WS-BRANCH-IDX) = WS-WORK-BRANCH
009360         SET BRANCH-FOUND TO TRUE
009370         MOVE WS-BRANCH-IDX TO WS-BRANCH-INDEX
009380     END-IF.
009390*
009400 2610-EXIT.
009410     EXIT.
009420*
009430*===============================================================
009440*    5000-WRITE-CHECKPOINT
009450*===============================================================
009460 5000-WRITE-CHECKPOINT.
009470*
009480     OPEN OUTPUT CHECKPOINT-FILE.
009490     IF WS-CKPT-FILE-OK
009500         MOVE WS-RECORD-COUNT  TO CK-LAST-RECORD
009510         MOVE WS-TRUNC-COUNT   TO CK-TRUNC-COUNT
009520         MOVE WS-REJECT-COUNT  TO CK-REJECT-COUNT
009530         MOVE WS-OUT-COUNT     TO CK-OUT-COUNT
009540         MOVE WS-IN-HASH       TO CK-IN-HASH
009550         MOVE WS-OUT-HASH      TO CK-OUT-HASH
009560         WRITE CHECKPOINT-RECORD
009570         IF NOT WS-CKPT-FILE-OK
009580             DISPLAY 'CXB40093 CKPT093 WRITE FAILED, STATUS='
009590                 WS-CKPT-STATUS
009600         END-IF
009610         CLOSE CHECKPOINT-FILE
009620     ELSE
009630         DISPLAY 'CXB40093 CKPT093 OPEN FAILED, STATUS='
009640             WS-CKPT-STATUS
009650     END-IF.
009660*
009670 5000-EXIT.
009680     EXIT.
009690*
009700*===============================================================
009710*    6000-RESET-CHECKPOINT
009720*===============================================================
009730 6000-RESET-CHECKPOINT.
009740*
009750*    A RUN THAT REACHES THIS PARAGRAPH PROCESSED TRANS-IN-FILE
009760*    TO END OF FILE WITH NO RESTART NEEDED, SO CKPT093 IS RESET
009770*    TO EMPTY HERE INSTEAD OF LEFT HOLDING THE LAST CHECKPOINT
009780*    WRITTEN BY 5000-WRITE-CHECKPOINT.  A SUBSEQUENT RUN'S
009790*    1000-INITIALIZE THEN FINDS NO CHECKPOINT RECORD AND STARTS
009800*    A NEW TRANSIN FILE FROM THE BEGINNING INSTEAD OF SKIPPING
009810*    RECORDS LEFT OVER FROM THIS RUN.
009820*
009830     OPEN OUTPUT CHECKPOINT-FILE.
009840     IF NOT WS-CKPT-FILE-OK
009850         DISPLAY 'CXB40093 CKPT093 RESET FAILED, STATUS='
009860             WS-CKPT-STATUS
009870     END-IF.
009880     CLOSE CHECKPOINT-FILE.
009890*
009900 6000-EXIT.
009910     EXIT.
009920*
009930*===============================================================
009940*    1300-GET-SITE-PARMS
009950*===============================================================
009960 1300-GET-SITE-PARMS.
009970*
009980*    OPERATIONAL KNOBS COME FROM THE SITEPARM FILE MAINTAINED
009990*    BY CXB40110; A MISSING FILE OR RECORD LEAVES THE
010000*    COMPILED-IN DEFAULT IN PLACE.
010010*
010020     OPEN INPUT SITE-PARM-FILE.
010030     IF NOT WS-PARM-FILE-OK
010040         GO TO 1300-EXIT
010050     END-IF.
010060*
010070     MOVE 'CKPT-INTERVAL' TO SP-PARM-NAME.
010080     READ SITE-PARM-FILE.
010090     IF WS-PARM-FILE-OK AND SP-PARM-VALUE > ZERO
010100         MOVE SP-PARM-VALUE TO WS-CHECKPOINT-INTERVAL
010110     END-IF.
010120*
010130     MOVE 'MAX-REJECT-PCT' TO SP-PARM-NAME.
010140     READ SITE-PARM-FILE.
010150     IF WS-PARM-FILE-OK AND SP-PARM-VALUE > ZERO
010160         MOVE SP-PARM-VALUE TO WS-MAX-REJECT-PCT
010170     END-IF.
010180*
010190     MOVE 'HIGH-VOLUME' TO SP-PARM-NAME.
010200     READ SITE-PARM-FILE.
010210     IF WS-PARM-FILE-OK AND SP-PARM-FLAG = 'Y'
010220         SET HIGH-VOLUME-MODE TO TRUE
010230     END-IF.
010240*
010250     CLOSE SITE-PARM-FILE.
010260*
010270 1300-EXIT.
010280     EXIT.
010290*
010300*===============================================================
010310*    1400-HOLD-SUSPENSE
010320*===============================================================
010330 1400-HOLD-SUSPENSE.
010340*
010350*    IN HIGH-VOLUME MODE SUSPENSE IS OPENED EXTEND ONCE FOR
010360*    THE WHOLE RUN (CREATED FIRST IF IT DOES NOT EXIST YET);
010370*    CXB40091 THEN WRITES EVERY REJECT THROUGH THE SHARED
010380*    EXTERNAL CONNECTOR.  IF THE HOLD CANNOT BE TAKEN, THE
010390*    RUN FALLS BACK TO THE SERVICE'S OWN PER-CALL OPENS.
010400*
010410     IF PER-CALL-MODE
010420         GO TO 1400-EXIT
010430     END-IF.
010440*
010450     OPEN EXTEND SUSPENSE-FILE.
010460     IF WS-SUSP-NOT-FOUND
010470         CLOSE SUSPENSE-FILE
010480         OPEN OUTPUT SUSPENSE-FILE
010490     END-IF.
010500*
010510     IF WS-SUSP-FILE-OK
010520         SET SUSPENSE-HELD TO TRUE
010530     ELSE
010540         DISPLAY 'CXB40093 SUSPENSE HOLD FAILED, STATUS='
010550             WS-SUSP-STATUS
010560         DISPLAY 'CXB40093 RUN CONTINUES IN PER-CALL MODE'
010570         SET PER-CALL-MODE TO TRUE
010580     END-IF.
010590*
010600 1400-EXIT.
010610     EXIT.
010620*
010630*===============================================================
010640*    1200-WRITE-OUT-HEADER
010650*===============================================================
010660 1200-WRITE-OUT-HEADER.
010670*
010680     MOVE SPACES TO TO-BODY.
010690     SET TO-HEADER-REC TO TRUE.
010700     MOVE 'TRANSOUT' TO TO-FILE-ID.
010710     MOVE WS-RUN-DATE TO TO-CREATE-DATE.
010720     MOVE PROGRAM-NAME TO TO-SOURCE.
010730     WRITE TRANS-OUT-RECORD.
010740*
010750 1200-EXIT.
010760     EXIT.
010770*
010780*===============================================================
010790*    6500-HASH-STRING
010800*===============================================================
010810 6500-HASH-STRING.
010820*
010830*    HASHES WS-HASH-STRING INTO WS-HASH-VALUE: EACH BYTE
010840*    CONTRIBUTES ITS POSITION IN THE SHARED CXBHASH COLLATE
010850*    TABLE PLUS ONE, SO WRITER AND READER TOTALS MATCH BYTE
010860*    FOR BYTE.
010870*
010880     MOVE ZERO TO WS-HASH-VALUE.
010890     PERFORM 6510-HASH-ONE-BYTE THRU 6510-EXIT
010900         VARYING WS-HASH-INDEX FROM 1 BY 1
010910         UNTIL WS-HASH-INDEX > LENGTH OF WS-HASH-STRING.
010920*
010930 6500-EXIT.
010940     EXIT.
010950*
010960*===============================================================
010970*    6510-HASH-ONE-BYTE
010980*===============================================================
010990 6510-HASH-ONE-BYTE.
011000*
011010     MOVE WS-HASH-STRING(WS-HASH-INDEX:1) TO WS-HASH-BYTE.
011020     MOVE ZERO TO WS-HASH-TALLY.
011030     INSPECT CXB-COLLATE-TABLE TALLYING WS-HASH-TALLY
011040         FOR CHARACTERS BEFORE INITIAL WS-HASH-BYTE.
011050     COMPUTE WS-HASH-VALUE = WS-HASH-VALUE + WS-HASH-TALLY + 1.
011060*
011070 6510-EXIT.
011080     EXIT.
011090*
011100*===============================================================
011110*    6600-VERIFY-TRAILER
011120*===============================================================
011130 6600-VERIFY-TRAILER.
011140*
011150     IF TI-RECORD-COUNT NOT = WS-RECORD-COUNT
011160         OR TI-HASH-TOTAL NOT = WS-IN-HASH
011170         DISPLAY 'CXB40093 TRANSIN CONTROL TOTALS DO NOT '
011180             'MATCH WHAT WAS READ - STEP FAILED'
011190         DISPLAY 'CXB40093 TRAILER COUNT=' TI-RECORD-COUNT
011200             ' READ=' WS-RECORD-COUNT
011210         SET ENVELOPE-BAD TO TRUE
011220     END-IF.
011230*
011240 6600-EXIT.
011250     EXIT.
011260*
011270*===============================================================
011280*    8800-WRITE-OUT-TRAILER
011290*===============================================================
011300 8800-WRITE-OUT-TRAILER.
011310*
011320     MOVE SPACES TO TO-BODY.
011330     SET TO-TRAILER-REC TO TRUE.
011340     MOVE WS-OUT-COUNT TO TO-RECORD-COUNT.
011350     MOVE WS-OUT-HASH  TO TO-HASH-TOTAL.
011360     WRITE TRANS-OUT-RECORD.
011370*
011380 8800-EXIT.
011390     EXIT.
011400*
011410*===============================================================
011420*    7000-PROCESS-RESUBMITS
011430*===============================================================
011440 7000-PROCESS-RESUBMITS.
011450*
011460*    RELEASED SUSPENSE RECORDS ARRIVE ON THE RESUBMIT FILE
011470*    WRITTEN BY CXB40101.  THEY ARE PUSHED THROUGH CXB40091 THE
011480*    SAME WAY A TRANSIN RECORD IS, AND RESUBMIT IS THEN RESET TO
011490*    EMPTY SO THE SAME RELEASE IS NEVER PROCESSED TWICE.  A
011500*    MISSING RESUBMIT FILE JUST MEANS NOTHING WAS RELEASED.
011510*
011520     OPEN INPUT RESUBMIT-FILE.
011530     IF NOT WS-RESUB-FILE-OK
011540         SET END-OF-RESUBMIT TO TRUE
011550         GO TO 7000-EXIT
011560     END-IF.
011570*
011580     READ RESUBMIT-FILE
011590         AT END
011600             SET END-OF-RESUBMIT TO TRUE
011610     END-READ.
011620*
011630     PERFORM 7100-PROCESS-RESUBMIT-RECORD THRU 7100-EXIT
011640         UNTIL END-OF-RESUBMIT.
011650*
011660     CLOSE RESUBMIT-FILE.
011670     OPEN OUTPUT RESUBMIT-FILE.
011680     CLOSE RESUBMIT-FILE.
011690*
011700 7000-EXIT.
011710     EXIT.
011720*
011730*===============================================================
011740*    7100-PROCESS-RESUBMIT-RECORD
011750*===============================================================
011760 7100-PROCESS-RESUBMIT-RECORD.
011770*
011780*    A RELEASED RECORD THAT CARRIES ITS TRACE KEY GOES BACK
011790*    UNDER ITS OWN BRANCH AND SEQUENCE; ONE RELEASED WITHOUT A
011800*    TRACE KEY GOES UNDER THE RSB PSEUDO-BRANCH AS BEFORE.
011810*
011820     MOVE RS-IN-STRING TO WS-WORK-STRING.
011830     IF RS-TRACE-BRANCH = SPACES OR LOW-VALUES
011840         OR RS-TRACE-SEQ NOT NUMERIC
011850         MOVE 'RSB' TO WS-WORK-BRANCH
011860         MOVE ZERO TO WS-WORK-TRACE-DATE
011870         MOVE ZERO TO WS-WORK-TRACE-SEQ
011880     ELSE
011890         MOVE RS-TRACE-BRANCH TO WS-WORK-BRANCH
011900         MOVE RS-TRACE-DATE TO WS-WORK-TRACE-DATE
011910         MOVE RS-TRACE-SEQ TO WS-WORK-TRACE-SEQ
011920     END-IF.
011930     MOVE 'FROM RESUBMIT' TO WS-TRC-DETAIL.
011940     PERFORM 2500-CALL-COPY-STRING THRU 2500-EXIT.
011950*
011960     ADD 1 TO WS-RESUB-COUNT.
011970*
011980     READ RESUBMIT-FILE
011990         AT END
012000             SET END-OF-RESUBMIT TO TRUE
012010     END-READ.
012020*
012030 7100-EXIT.
012040     EXIT.
012050*
012060*===============================================================
012070*    9000-TERMINATE
012080*===============================================================
012090 9000-TERMINATE.
012100*
012110     PERFORM 6000-RESET-CHECKPOINT THRU 6000-EXIT.
012120*
012130*    ONLY A CLEAN RUN STAMPS THE TRANSOUT TRAILER: A RUN THAT
012140*    FAILED ITS INPUT ENVELOPE OR TRIPPED THE BREAKER LEAVES
012150*    ITS PARTIAL OUTPUT TRAILER-LESS, SO A DOWNSTREAM READER
012160*    VERIFYING THE ENVELOPE REFUSES IT INSTEAD OF BALANCING
012170*    A FILE THIS RUN ITSELF DECLARED BAD.
012180*
012190     IF ENVELOPE-GOOD AND BREAKER-NOT-TRIPPED
012200         PERFORM 8800-WRITE-OUT-TRAILER THRU 8800-EXIT
012210     END-IF.
012220*
012230     IF SUSPENSE-HELD
012240         CLOSE SUSPENSE-FILE
012250     END-IF.
012260*
012270     CLOSE TRANS-IN-FILE.
012280     CLOSE TRANS-OUT-FILE.
012290     IF WS-NOTE-FILE-OK
012300         CLOSE REJECT-NOTE-FILE
012310     END-IF.
012320*
012330     MOVE 'C' TO WS-TRC-FUNCTION.
012340     CALL 'CXB40134' USING WS-TRC-FUNCTION
012350                            PROGRAM-NAME
012360                            WS-TRC-KEY
012370                            WS-TRC-EVENT
012380                            WS-TRC-STRING
012390                            WS-TRC-DETAIL
012400                            WS-TRC-RESULT.
012410*
012420*    A CLEAN RUN KEEPS A GENERATION COPY OF TRANSOUT; A RUN
012430*    THAT FAILED ITS ENVELOPE OR TRIPPED THE BREAKER DOES NOT
012440*    ROTATE A GOOD GENERATION OUT FOR A BAD ONE.
012450*
012460     IF ENVELOPE-GOOD AND BREAKER-NOT-TRIPPED
012470         CALL 'CXB40113' USING WS-GENK-FILE-ID
012480                                WS-GENK-RESULT
012490         IF GENERATION-KEEP-FAILED
012500             DISPLAY 'CXB40093 TRANSOUT GENERATION NOT KEPT'
012510         END-IF
012520     END-IF.
012530*
012540     DISPLAY 'CXB40093 RECORDS PROCESSED: ' WS-RECORD-COUNT.
012550     DISPLAY 'CXB40093 RECORDS TRUNCATED:  ' WS-TRUNC-COUNT.
012560     DISPLAY 'CXB40093 RECORDS REJECTED:   ' WS-REJECT-COUNT.
012570     DISPLAY 'CXB40093 RECORDS RESUBMITTED: ' WS-RESUB-COUNT.
012580     DISPLAY 'CXB40093 REJECT NOTICES:     ' WS-NOTE-COUNT.
012590*
012600     PERFORM 9500-WRITE-BRANCH-STATS THRU 9500-EXIT.
012610*
012620     PERFORM 9100-DISPLAY-BRANCH-TOTALS THRU 9100-EXIT
012630         VARYING WS-BRANCH-IDX FROM 1 BY 1
012640         UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT.
012650*
012660     IF ENVELOPE-BAD
012670         MOVE 16 TO RETURN-CODE
012680         MOVE 'F' TO WS-EVT-SEVERITY
012690         MOVE 'ENVELOPE' TO WS-EVT-CODE
012700         MOVE 'TRANSIN ENVELOPE FAILED - STEP FAILED'
012710             TO WS-EVT-TEXT
012720         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
012730     END-IF.
012740     IF BREAKER-TRIPPED
012750         MOVE 12 TO RETURN-CODE
012760     END-IF.
012770*
012780     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
012790*
012800 9000-EXIT.
012810     EXIT.
012820*
012830*===============================================================
012840*    8900-REGISTER-END
012850*===============================================================
012860 8900-REGISTER-END.
012870*
012880     MOVE 'E' TO WS-RUNC-FUNCTION.
012890     COMPUTE WS-RUNC-IN-COUNT = WS-RECORD-COUNT + WS-RESUB-COUNT.
012900     MOVE RETURN-CODE TO WS-RUNC-FINAL-RC.
012910     CALL 'CXB40107' USING WS-RUNC-FUNCTION
012920                            PROGRAM-NAME
012930                            WS-RUNC-IN-COUNT
012940                            WS-OUT-COUNT
012950                            WS-REJECT-COUNT
012960                            WS-TRUNC-COUNT
012970                            WS-RUNC-ZERO
012980                            WS-RUNC-FINAL-RC
012990                            WS-RUNC-RESULT.
013000     IF RUN-REGISTRY-ERROR
013010         DISPLAY 'CXB40093 RUN REGISTRY UNAVAILABLE - '
013020             'END OF RUN NOT RECORDED'
013030     END-IF.
013040     MOVE WS-RUNC-FINAL-RC TO RETURN-CODE.
013050*
013060 8900-EXIT.
013070     EXIT.
013080*
013090*===============================================================
013100*    9100-DISPLAY-BRANCH-TOTALS
013110*===============================================================
013120 9100-DISPLAY-BRANCH-TOTALS.
013130*
013140     DISPLAY 'CXB40093 BRANCH ' WS-TBL-BRANCH-ID(WS-BRANCH-IDX)
013150         ' PROCESSED=' WS-TBL-PROC-COUNT(WS-BRANCH-IDX)
013160         ' TRUNCATED=' WS-TBL-TRUNC-COUNT(WS-BRANCH-IDX)
013170         ' REJECTED=' WS-TBL-REJECT-COUNT(WS-BRANCH-IDX).
013180*
013190 9100-EXIT.
013200     EXIT.
013210*
013220*===============================================================
013230*    9500-WRITE-BRANCH-STATS
013240*===============================================================
013250 9500-WRITE-BRANCH-STATS.
013260*
013270*    ONE BRANSTAT RECORD PER BRANCH WORKED TONIGHT, WITH THE
013280*    REJECT AND TRUNCATION COUNTS, SO THE MONTH-END
013290*    CHARGEBACK STATEMENT IS BUILT FROM A DURABLE FILE
013300*    INSTEAD OF CONSOLE MESSAGES THAT SCROLL AWAY.
013310*
013320*    THE COUNTS MAY NOT LAND IN A CLOSED ACCOUNTING PERIOD.
013330*    THE CXB40147 SERVICE NAMES THE DATE TO POST THEM UNDER:
013340*    THE BUSINESS DATE ITSELF, OR THE FIRST DAY OF THE NEXT
013350*    OPEN MONTH, IN WHICH CASE EACH RECORD IS FLAGGED AS A
013360*    PRIOR-PERIOD ADJUSTMENT AND KEEPS THE DATE WORKED.  WITH
013370*    NO OPEN MONTH, OR THE PERIOD CONTROL UNREADABLE, NOTHING
013380*    IS WRITTEN; THE BRANCH TOTALS DISPLAYED BELOW ARE THE
013390*    RECORD OF WHAT WAS HELD BACK.
013400*
013410     CALL 'CXB40147' USING WS-RUN-DATE
013420                            WS-POST-DATE
013430                            WS-PERIOD-RESULT.
013440     IF PERIOD-IS-CLOSED OR PERIOD-CHECK-FAILED
013450         DISPLAY 'CXB40093 NO OPEN ACCOUNTING PERIOD FOR '
013460             WS-RUN-DATE ' - BRANSTAT NOT WRITTEN'
013470         IF RETURN-CODE < 8
013480             MOVE 8 TO RETURN-CODE
013490         END-IF
013500         MOVE 'F' TO WS-EVT-SEVERITY
013510         MOVE 'PERIOD' TO WS-EVT-CODE
013520         MOVE 'PERIOD CLOSED - BRANSTAT COUNTS HELD BACK'
013530             TO WS-EVT-TEXT
013540         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
013550         GO TO 9500-EXIT
013560     END-IF.
013570     IF PERIOD-CARRIED-FORWARD
013580         DISPLAY 'CXB40093 PERIOD OF ' WS-RUN-DATE
013590             ' CLOSED - BRANSTAT POSTED TO ' WS-POST-DATE
013600             ' AS PRIOR-PERIOD ADJUSTMENT'
013610     END-IF.
013620*
013630     OPEN EXTEND BRANCH-STAT-FILE.
013640     IF NOT WS-STAT-FILE-OK AND WS-STAT-NOT-FOUND
013650         CLOSE BRANCH-STAT-FILE
013660         OPEN OUTPUT BRANCH-STAT-FILE
013670     END-IF.
013680     IF NOT WS-STAT-FILE-OK
013690         DISPLAY 'CXB40093 BRANSTAT OPEN FAILED, STATUS='
013700             WS-STAT-STATUS
013710         GO TO 9500-EXIT
013720     END-IF.
013730*
013740     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
013750         VARYING WS-BRANCH-IDX FROM 1 BY 1
013760         UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT.
013770*
013780     CLOSE BRANCH-STAT-FILE.
013790*
013800 9500-EXIT.
013810     EXIT.
013820*
013830*===============================================================
013840*    9510-WRITE-ONE-STAT
013850*===============================================================
013860 9510-WRITE-ONE-STAT.
013870*
013880     MOVE WS-POST-DATE TO BS-BUSINESS-DATE.
013890     MOVE WS-RUN-CYCLE TO BS-CYCLE.
013900     IF PERIOD-CARRIED-FORWARD
013910         MOVE 'Y' TO BS-PPA-FLAG
013920     ELSE
013930         MOVE 'N' TO BS-PPA-FLAG
013940     END-IF.
013950     MOVE WS-RUN-DATE  TO BS-ORIG-DATE.
013960     MOVE PROGRAM-NAME TO BS-PROGRAM.
013970     MOVE WS-TBL-BRANCH-ID(WS-BRANCH-IDX) TO BS-BRANCH-ID.
013980     MOVE ZERO TO BS-MERGED-COUNT.
013990     MOVE WS-TBL-REJECT-COUNT(WS-BRANCH-IDX)
014000         TO BS-REJECT-COUNT.
014010     MOVE WS-TBL-TRUNC-COUNT(WS-BRANCH-IDX)
014020         TO BS-TRUNC-COUNT.
014030     WRITE BRANCH-STAT-RECORD.
014040     IF NOT WS-STAT-FILE-OK
014050         DISPLAY 'CXB40093 BRANSTAT WRITE FAILED, STATUS='
014060             WS-STAT-STATUS
014070     END-IF.
014080*
014090 9510-EXIT.
014100     EXIT.
014110*
014120*===============================================================
014130*    9800-LOG-EVENT
014140*===============================================================
014150 9800-LOG-EVENT.
014160*
014170*    ONE OPSEVENT RECORD THROUGH THE CXB40127 SERVICE, IN
014180*    ADDITION TO THE CONSOLE DISPLAY ALREADY MADE.  THE
014190*    CALLER LOADS THE SEVERITY, CODE, AND TEXT FIRST.
014200*
014210     CALL 'CXB40127' USING PROGRAM-NAME
014220                            WS-EVT-SEVERITY
014230                            WS-EVT-CODE
014240                            WS-EVT-TEXT
014250                            WS-EVT-RESULT.
014260*
014270 9800-EXIT.
014280     EXIT.
