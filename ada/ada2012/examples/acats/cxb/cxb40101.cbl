000260*                   disposition record and the cleansed record
000270*                   is written to the RESUBMIT file, which
000280*                   CXB40093 picks up on its next run.
000290*              'D'  DELETE  - the record is dropped, but only
000300*                   once a second level-2 operator has approved
000310*                   it: the disposition run proposes the delete
000320*                   on PENDCHG through the CXB40139 service and
000330*                   holds the record (listed as 'P'); the
000340*                   checker approves or rejects it through
000350*                   CXB40140; and the first review run after an
000360*                   approval drops the record.  An approved
000370*                   delete finds its record by the whole
000380*                   SUSPENSE image, not the record number, since
000390*                   the numbers shift every run.  A DELETE given
000400*                   again for a record whose delete is already
000410*                   awaiting approval is reported as already
000420*                   pending and is not proposed a second time.
000430*              'H'  HOLD    - the record stays in SUSPENSE.
000440*                   This is also the default for any record
000450*                   with no disposition on file.
000460*
000470*          Every RELEASE and DELETE decision is also written to
000480*          the SUSPAUDT trace file with the operator id, date,
000490*          and time, so "who released that record" can be
000500*          answered long after the fact.
000510*
000520*     INPUTS:
000530*          SUSPENSE   - sequential suspense file written by the
000540*                       string services (CXBSUSP layout).
000550*          SUSPDISP   - sequential disposition file prepared by
000560*                       operations, one record per decision:
000570*                       record number, action, cleansing byte,
000580*                       operator id.
000590*          PENDCHG    - approved and already-pending deletes
000600*                       (through CXB40139).
000610*
000620*     OUTPUTS:
000630*          SUSPRPT    - listing of every suspended record with
000640*                       age in days and the action applied.
000650*          RESUBMIT   - released records, cleansed and cut to
000660*                       the 8-byte TRANSIN shape CXB40093 reads,
000670*                       with the record's trace key.
000680*          SUSPAUDT   - decision trace, appended to across runs.
000690*          SUSPWORK   - work file used to rebuild SUSPENSE with
000700*                       only the held records.
000710*          SUSPENSE   - rewritten in place from SUSPWORK at end
000720*                       of job.
000730*          TRACELOG   - RELEASED or DELETED history event per
000740*                       record (through CXB40134).
000750*          PENDCHG    - proposed deletes (through CXB40139).
000760*
000770*     CHANGE HISTORY:
000780*       23 AUG 2026   DPO   Initial release.
000790*       23 AUG 2026   DPO   RESUBMIT is now opened EXTEND (with
000800*                           the usual status-35 create
000810*                           fallback) instead of OUTPUT, so a
000820*                           second review run before the next
000830*                           CXB40093 run appends to the queue
000840*                           instead of destroying releases that
000850*                           are already gone from SUSPENSE.
000860*       23 AUG 2026   DPO   A RESUBMIT open failure now
000870*                           abandons the run with RETURN-CODE
000880*                           8 before any disposition is
000890*                           applied, and a failed resubmission
000900*                           WRITE holds the record in SUSPENSE
000910*                           (no release counted, no trace
000920*                           written) instead of destroying it.
000930*                           SUSPDISP is now reset to empty
000940*                           once its dispositions have been
000950*                           applied, so stale positional
000960*                           record numbers cannot be reapplied
000970*                           against the renumbered SUSPENSE of
000980*                           the next run.
000990*       02 SEP 2026   DPO   The run date now comes from
001000*                           the CXB40117 business-date
001010*                           service (the BUSDATE control
001020*                           file, rolled by CXB40118)
001030*                           instead of ACCEPT FROM DATE,
001040*                           so work that slips past
001050*                           midnight still posts under the
001060*                           right business date.
001070*       02 SEP 2026   DPO   Date fields are now PIC 9(08)
001080*                           CCYYMMDD, in step with the shared
001090*                           copybooks, so dates compare and
001100*                           order correctly across a century
001110*                           boundary.  Existing keyed and
001120*                           archive files are rebuilt into
001130*                           the new layout by the CXB40119
001140*                           conversion utility.
001150*       02 SEP 2026   DPO   Every disposition's operator id is
001160*                           now validated against the OPERREG
001170*                           registry (maintained by CXB40123)
001180*                           before it is applied: an unknown or
001190*                           inactive id is rejected, and a
001200*                           DELETE needs authority level 2
001210*                           where a RELEASE needs level 1.  A
001220*                           rejected disposition leaves its
001230*                           record held.
001240*       15 OCT 2026   DPO   A released record now carries its
001250*                           trace key from SUSPENSE onto
001260*                           RESUBMIT, so CXB40093 and CXB40115
001270*                           return it to its own branch, and
001280*                           every release or delete writes a
001290*                           RELEASED or DELETED event to the
001300*                           TRACELOG record history through
001310*                           CXB40134.  SUSPWORK widens with
001320*                           the SUSPENSE record.
001330*       15 OCT 2026   DPO   A DELETE disposition no longer drops
001340*                           its record on the run that gives it:
001350*                           the delete is proposed on PENDCHG
001360*                           through the CXB40139 pending-change
001370*                           service, the record is held (listed
001380*                           'P', traced 'P' on SUSPAUDT), and the
001390*                           first run after a second level-2
001400*                           operator approves it through CXB40140
001410*                           drops the record, matched by its
001420*                           whole SUSPENSE image.  An approved
001430*                           delete whose record is gone, or whose
001440*                           proposer no longer holds level 2, is
001450*                           voided.
001460*       15 OCT 2026   DPO   A DELETE for a record whose delete is
001470*                           already pending or approved on PENDCHG
001480*                           is reported as already pending and
001490*                           held, instead of being proposed again.
001500*
001510 IDENTIFICATION DIVISION.
001520 PROGRAM-ID. CXB40101.
001530 AUTHOR. DATA-PROCESSING-OPERATIONS.
001540 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
001550 DATE-WRITTEN. 23 AUG 2026.
001560 DATE-COMPILED.
001570*
001580 ENVIRONMENT DIVISION.
001590 INPUT-OUTPUT SECTION.
001600 FILE-CONTROL.
001610     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
001620         ORGANIZATION IS SEQUENTIAL
001630         FILE STATUS IS WS-SUSP-STATUS.
001640     SELECT DISPOSITION-FILE ASSIGN TO "SUSPDISP"
001650         ORGANIZATION IS SEQUENTIAL
001660         FILE STATUS IS WS-DISP-STATUS.
001670     SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT"
001680         ORGANIZATION IS SEQUENTIAL
001690         FILE STATUS IS WS-RESUB-STATUS.
001700     SELECT TRACE-FILE ASSIGN TO "SUSPAUDT"
001710         ORGANIZATION IS SEQUENTIAL
001720         FILE STATUS IS WS-TRACE-STATUS.
001730     SELECT REPORT-FILE ASSIGN TO "SUSPRPT"
001740         ORGANIZATION IS SEQUENTIAL.
001750     SELECT WORK-FILE ASSIGN TO "SUSPWORK"
001760         ORGANIZATION IS SEQUENTIAL.
001770     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
001780         ORGANIZATION IS INDEXED
001790         ACCESS MODE IS RANDOM
001800         RECORD KEY IS OP-OPERATOR-ID
001810         FILE STATUS IS WS-OPER-STATUS.
001820*
001830 DATA DIVISION.
001840 FILE SECTION.
001850 FD  SUSPENSE-FILE
001860     RECORDING MODE IS F.
001870 01  SUSPENSE-RECORD.
001880     COPY CXBSUSP
001890         REPLACING ==CXB-SU-IN-STRING==   BY ==SU-IN-STRING==
001900                   ==CXB-SU-IN-LENGTH==   BY ==SU-IN-LENGTH==
001910                   ==CXB-SU-REJECT-DATE== BY ==SU-REJECT-DATE==
001920                   ==CXB-SU-SOURCE-PROGRAM==
001930                       BY ==SU-SOURCE-PROGRAM==
001940                   ==CXB-SU-TRACE-KEY==   BY ==SU-TRACE-KEY==
001950                   ==CXB-SU-TRACE-BRANCH==
001960                       BY ==SU-TRACE-BRANCH==
001970                   ==CXB-SU-TRACE-DATE==  BY ==SU-TRACE-DATE==
001980                   ==CXB-SU-TRACE-SEQ==   BY ==SU-TRACE-SEQ==.
001990*
002000 FD  DISPOSITION-FILE
002010     RECORDING MODE IS F.
002020 01  DISPOSITION-RECORD.
002030     05  DS-RECORD-NUMBER      PIC 9(09).
002040     05  DS-ACTION             PIC X(01).
002050     05  DS-REPLACE-CHAR       PIC X(01).
002060     05  DS-OPERATOR-ID        PIC X(08).
002070*
002080 FD  RESUBMIT-FILE
002090     RECORDING MODE IS F.
002100 01  RESUBMIT-RECORD.
002110     05  RS-OUT-STRING         PIC X(08).
002120     05  RS-TRACE-BRANCH       PIC X(03).
002130     05  RS-TRACE-DATE         PIC X(08).
002140     05  RS-TRACE-SEQ          PIC X(08).
002150*
002160 FD  TRACE-FILE
002170     RECORDING MODE IS F.
002180 01  TRACE-RECORD.
002190     05  TR-ACTION-DATE        PIC 9(08).
002200     05  TR-ACTION-TIME        PIC 9(08).
002210     05  TR-OPERATOR-ID        PIC X(08).
002220     05  TR-ACTION             PIC X(01).
002230     05  TR-RECORD-NUMBER      PIC 9(09).
002240     05  TR-SOURCE-PROGRAM     PIC X(08).
002250     05  TR-IN-STRING          PIC X(40).
002260*
002270 FD  REPORT-FILE
002280     RECORDING MODE IS F.
002290 01  REPORT-RECORD             PIC X(80).
002300*
002310 FD  WORK-FILE
002320     RECORDING MODE IS F.
002330 01  WORK-RECORD               PIC X(118).
002340*
002350*    OPERREG IS THE OPERATOR REGISTRY MAINTAINED BY CXB40123;
002360*    EVERY DISPOSITION'S OPERATOR ID IS VALIDATED AGAINST IT
002370*    BEFORE THE DISPOSITION IS ACCEPTED.
002380*
002390 FD  OPER-REG-FILE
002400     RECORDING MODE IS F.
002410 01  OPER-REG-RECORD.
002420     COPY CXBOPER
002430         REPLACING LEADING ==CXB-OP== BY ==OP==.
002440*
002450 WORKING-STORAGE SECTION.
002460*
002470*    STANDALONE COUNTERS AND SWITCHES
002480*
002490 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40101'.
002500*
002510 77  WS-RECORD-COUNT           PIC 9(09)  COMP VALUE ZERO.
002520 77  WS-RELEASE-COUNT          PIC 9(09)  COMP VALUE ZERO.
002530 77  WS-DELETE-COUNT           PIC 9(09)  COMP VALUE ZERO.
002540 77  WS-HOLD-COUNT             PIC 9(09)  COMP VALUE ZERO.
002550 77  WS-PROPOSED-COUNT         PIC 9(09)  COMP VALUE ZERO.
002560 77  WS-ALREADY-PENDING-COUNT  PIC 9(09)  COMP VALUE ZERO.
002570 77  WS-VOID-COUNT             PIC 9(09)  COMP VALUE ZERO.
002580 77  WS-DISP-COUNT             PIC 9(03)  COMP VALUE ZERO.
002590*
002600 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
002610     88  END-OF-SUSPENSE                     VALUE 'Y'.
002620     88  NOT-END-OF-SUSPENSE                 VALUE 'N'.
002630 77  WS-DISP-EOF-SWITCH        PIC X(01)  VALUE 'N'.
002640     88  END-OF-DISPOSITIONS                 VALUE 'Y'.
002650     88  NOT-END-OF-DISPOSITIONS             VALUE 'N'.
002660 77  WS-WORK-EOF-SWITCH        PIC X(01)  VALUE 'N'.
002670     88  END-OF-WORK                         VALUE 'Y'.
002680     88  NOT-END-OF-WORK                     VALUE 'N'.
002690*
002700 77  WS-SUSP-STATUS            PIC X(02)  VALUE SPACES.
002710     88  WS-SUSP-FILE-OK                     VALUE '00'.
002720 77  WS-SUSP-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
002730     88  SUSPENSE-WAS-OPENED                 VALUE 'Y'.
002740     88  SUSPENSE-NOT-OPENED                 VALUE 'N'.
002750 77  WS-DISP-STATUS            PIC X(02)  VALUE SPACES.
002760     88  WS-DISP-FILE-OK                     VALUE '00'.
002770 77  WS-TRACE-STATUS           PIC X(02)  VALUE SPACES.
002780     88  WS-TRACE-FILE-OK                    VALUE '00'.
002790     88  WS-TRACE-NOT-FOUND                  VALUE '35'.
002800 77  WS-RESUB-STATUS           PIC X(02)  VALUE SPACES.
002810     88  WS-RESUB-FILE-OK                    VALUE '00'.
002820     88  WS-RESUB-NOT-FOUND                  VALUE '35'.
002830 77  WS-OPER-STATUS            PIC X(02)  VALUE SPACES.
002840     88  WS-OPER-FILE-OK                     VALUE '00'.
002850     88  WS-OPER-REC-MISSING                 VALUE '23'.
002860 77  WS-OPER-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
002870     88  OPER-REG-IS-OPEN                    VALUE 'Y'.
002880     88  OPER-REG-NOT-OPEN                  VALUE 'N'.
002890 77  WS-OPER-ALLOWED-SWITCH    PIC X(01)  VALUE 'N'.
002900     88  OPERATOR-ALLOWED                    VALUE 'Y'.
002910     88  OPERATOR-NOT-ALLOWED                VALUE 'N'.
002920*
002930*    DISPOSITION TABLE, LOADED FROM SUSPDISP AT INITIALIZATION.
002940*    A SUSPENDED RECORD WITH NO ENTRY HERE DEFAULTS TO HOLD.
002950*
002960 77  WS-DISP-MAX               PIC 9(03)  COMP VALUE 500.
002970 01  WS-DISPOSITION-TABLE.
002980     05  WS-DISP-ENTRY OCCURS 500 TIMES.
002990         10  WS-TBL-RECORD-NUMBER  PIC 9(09)  COMP.
003000         10  WS-TBL-ACTION         PIC X(01).
003010         10  WS-TBL-REPLACE-CHAR   PIC X(01).
003020         10  WS-TBL-OPERATOR-ID    PIC X(08).
003030*
003040*    FIELDS FOR THE DISPOSITION LOOKUP AND THE CLEANSING SCAN
003050*
003060 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
003070 77  WS-FOUND-INDEX            PIC 9(03)  COMP VALUE ZERO.
003080 77  WS-FOUND-SWITCH           PIC X(01)  VALUE 'N'.
003090     88  DISP-FOUND                          VALUE 'Y'.
003100     88  DISP-NOT-FOUND                      VALUE 'N'.
003110 77  WS-SCAN-INDEX             PIC 9(03)  COMP VALUE ZERO.
003120 77  WS-SCAN-LIMIT             PIC 9(03)  COMP VALUE ZERO.
003130 77  WS-LOW-PRINTABLE          PIC X(01)  VALUE SPACE.
003140 77  WS-HIGH-PRINTABLE         PIC X(01)  VALUE '~'.
003150 77  WS-REPLACE-CHAR           PIC X(01)  VALUE '?'.
003160*
003170 77  WS-ACTION                 PIC X(01)  VALUE 'H'.
003180     88  ACTION-RELEASE                      VALUE 'R'.
003190     88  ACTION-DELETE                       VALUE 'D'.
003200     88  ACTION-HOLD                         VALUE 'H'.
003210     88  ACTION-PROPOSED                     VALUE 'P'.
003220 77  WS-OPERATOR-ID            PIC X(08)  VALUE SPACES.
003230*
003240*    WS-CLEANSED-STRING HOLDS THE SUSPENDED STRING WHILE THE
003250*    OFFENDING BYTES ARE REPLACED; WS-DISPLAY-STRING HOLDS THE
003260*    LISTING COPY WITH NON-PRINTABLE BYTES SHOWN AS PERIODS.
003270*
003280 01  WS-CLEANSED-STRING        PIC X(80)  VALUE SPACES.
003290 01  WS-DISPLAY-STRING         PIC X(80)  VALUE SPACES.
003300*
003310*    RUN DATE AND THE CALENDAR-APPROXIMATE AGE COMPUTATION.
003320*    AGE IN DAYS IS FIGURED AS (CCYY*365 + MM*30 + DD) TODAY
003330*    MINUS THE SAME EXPRESSION FOR THE REJECT DATE - CLOSE
003340*    ENOUGH FOR AN AGING BUCKET, AND IT KEEPS THE ARITHMETIC
003350*    TO PLAIN VERBS.
003360*
003370 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
003380 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
003390     05  WS-RUN-CCYY           PIC 9(04).
003400     05  WS-RUN-MM             PIC 9(02).
003410     05  WS-RUN-DD             PIC 9(02).
003420 01  WS-REJ-DATE               PIC 9(08)  VALUE ZERO.
003430 01  WS-REJ-DATE-PARTS REDEFINES WS-REJ-DATE.
003440     05  WS-REJ-CCYY           PIC 9(04).
003450     05  WS-REJ-MM             PIC 9(02).
003460     05  WS-REJ-DD             PIC 9(02).
003470 77  WS-RUN-DAYS               PIC S9(09) COMP VALUE ZERO.
003480 77  WS-REJ-DAYS               PIC S9(09) COMP VALUE ZERO.
003490 77  WS-AGE-DAYS               PIC S9(09) COMP VALUE ZERO.
003500*
003510*    REPORT LINE LAYOUTS
003520*
003530 01  WS-HEADING-LINE.
003540     05  FILLER                PIC X(25)
003550         VALUE "CXB40101 SUSPENSE REVIEW ".
003560     05  FILLER                PIC X(05) VALUE "DATE=".
003570     05  WS-HDG-DATE           PIC 9(08).
003580*
003590 01  WS-COLUMN-LINE.
003600     05  FILLER                PIC X(09) VALUE "   RECORD".
003610     05  FILLER                PIC X(07) VALUE "    AGE".
003620     05  FILLER                PIC X(05) VALUE "  LEN".
003630     05  FILLER                PIC X(04) VALUE " ACT".
003640     05  FILLER                PIC X(10) VALUE " SOURCE  ".
003650     05  FILLER                PIC X(45) VALUE " STRING".
003660*
003670 01  WS-DETAIL-LINE.
003680     05  WS-DTL-RECORD-NUMBER  PIC ZZZZZZZZ9.
003690     05  WS-DTL-AGE-DAYS       PIC ZZZZZZ9.
003700     05  WS-DTL-LENGTH         PIC ZZZZ9.
003710     05  FILLER                PIC X(03) VALUE SPACES.
003720     05  WS-DTL-ACTION         PIC X(01).
003730     05  FILLER                PIC X(01) VALUE SPACES.
003740     05  WS-DTL-SOURCE         PIC X(08).
003750     05  FILLER                PIC X(01) VALUE SPACES.
003760     05  WS-DTL-STRING         PIC X(40).
003770     05  FILLER                PIC X(05) VALUE SPACES.
003780*
003790*
003800*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
003810*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
003820*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
003830*
003840 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
003850*
003860*    TRACE-LOGGING CALL FIELDS FOR THE CXB40134 SERVICE.
003870*
003880 77  WS-TRC-FUNCTION           PIC X(01)  VALUE SPACE.
003890 77  WS-TRC-EVENT              PIC X(12)  VALUE SPACES.
003900 77  WS-TRC-STRING             PIC X(08)  VALUE SPACES.
003910 77  WS-TRC-DETAIL             PIC X(20)  VALUE SPACES.
003920 77  WS-TRC-RESULT             PIC X(01)  VALUE SPACE.
003930*
003940*    CALL FIELDS FOR THE CXB40139 PENDING-CHANGE SERVICE
003950*
003960 77  WS-PND-FUNCTION           PIC X(01)  VALUE SPACE.
003970 77  WS-PND-KEY                PIC X(28)  VALUE SPACES.
003980 77  WS-PND-PROPOSER           PIC X(08)  VALUE SPACES.
003990 77  WS-PND-CHECKER            PIC X(08)  VALUE SPACES.
004000 77  WS-PND-IMAGE              PIC X(120) VALUE SPACES.
004010 77  WS-PND-RESULT             PIC X(01)  VALUE SPACE.
004020     88  PND-DONE                            VALUE '0'.
004030     88  PND-NO-MORE                         VALUE '1'.
004040     88  PND-FAILED                          VALUE 'E'.
004050 77  WS-APPROVED-SWITCH        PIC X(01)  VALUE 'N'.
004060     88  END-OF-APPROVED                     VALUE 'Y'.
004070     88  NOT-END-OF-APPROVED                 VALUE 'N'.
004080*
004090*    APPROVED-DELETE TABLE, LOADED FROM PENDCHG AT
004100*    INITIALIZATION.  EACH ENTRY DROPS THE FIRST SUSPENDED
004110*    RECORD WHOSE WHOLE IMAGE MATCHES IT, ONCE; AN ENTRY STILL
004120*    UNUSED AT END OF RUN IS VOIDED.  AN APPROVED DELETE
004130*    OUTRANKS ANY DISPOSITION GIVEN FOR THE SAME RECORD.
004140*
004150 77  WS-APR-MAX                PIC 9(03)  COMP VALUE 100.
004160 77  WS-APR-COUNT              PIC 9(03)  COMP VALUE ZERO.
004170 77  WS-APR-INDEX              PIC 9(03)  COMP VALUE ZERO.
004180 01  WS-APPROVED-TABLE.
004190     05  WS-APR-ENTRY OCCURS 100 TIMES.
004200         10  WS-APR-KEY            PIC X(28).
004210         10  WS-APR-PROPOSER       PIC X(08).
004220         10  WS-APR-CHECKER        PIC X(08).
004230         10  WS-APR-IMAGE          PIC X(118).
004240         10  WS-APR-USED           PIC X(01).
004250 77  WS-APR-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
004260     88  APPROVED-DELETE                     VALUE 'Y'.
004270     88  NO-APPROVED-DELETE                  VALUE 'N'.
004280 PROCEDURE DIVISION.
004290*
004300*===============================================================
004310*    0000-MAINLINE
004320*===============================================================
004330 0000-MAINLINE.
004340*
004350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004360*
004370     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
004380         UNTIL END-OF-SUSPENSE.
004390*
004400     PERFORM 8000-RELOAD-SUSPENSE THRU 8000-EXIT.
004410*
004420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004430*
004440     STOP RUN.
004450*
004460*===============================================================
004470*    1000-INITIALIZE
004480*===============================================================
004490 1000-INITIALIZE.
004500*
004510     CALL 'CXB40117' USING WS-RUN-DATE
004520                            WS-BDAT-RESULT.
004530     COMPUTE WS-RUN-DAYS =
004540         (WS-RUN-CCYY * 365) + (WS-RUN-MM * 30) + WS-RUN-DD.
004550*
004560*    THE OPERATOR REGISTRY IS OPENED FIRST: EVERY DISPOSITION
004570*    IS CHECKED AGAINST IT AS IT IS LOADED, AND WITH THE
004580*    REGISTRY DOWN EVERY DISPOSITION IS REJECTED - AUDIT ASKED
004590*    FOR EXACTLY THIS GUARD, SO IT FAILS CLOSED.
004600*
004610     OPEN INPUT OPER-REG-FILE.
004620     IF WS-OPER-FILE-OK
004630         SET OPER-REG-IS-OPEN TO TRUE
004640     ELSE
004650         DISPLAY 'CXB40101 OPERREG NOT AVAILABLE, STATUS='
004660             WS-OPER-STATUS
004670         DISPLAY 'CXB40101 ALL DISPOSITIONS WILL BE REJECTED'
004680     END-IF.
004690*
004700     OPEN INPUT DISPOSITION-FILE.
004710     IF WS-DISP-FILE-OK
004720         PERFORM 1100-LOAD-DISPOSITION THRU 1100-EXIT
004730             UNTIL END-OF-DISPOSITIONS
004740         CLOSE DISPOSITION-FILE
004750     ELSE
004760         DISPLAY 'CXB40101 SUSPDISP NOT AVAILABLE, STATUS='
004770             WS-DISP-STATUS
004780         DISPLAY 'CXB40101 ALL RECORDS WILL BE LISTED AND HELD'
004790     END-IF.
004800*
004810*    DELETES A SECOND OPERATOR HAS APPROVED SINCE THE LAST RUN.
004820*    WITH THE REGISTRY DOWN THE PROPOSERS CANNOT BE RECHECKED,
004830*    SO THE APPROVALS ARE LEFT WAITING FOR THE NEXT RUN.
004840*
004850     IF OPER-REG-IS-OPEN
004860         PERFORM 1300-LOAD-APPROVED THRU 1300-EXIT
004870             UNTIL END-OF-APPROVED
004880     END-IF.
004890*
004900     OPEN OUTPUT REPORT-FILE.
004910*    RESUBMIT ACCUMULATES: A RELEASE STAYS QUEUED UNTIL THE
004920*    CXB40093 RUN CONSUMES AND RESETS THE FILE, SO A SECOND
004930*    REVIEW RUN BEFORE THE NEXT DRIVER RUN CANNOT DESTROY
004940*    RECORDS ALREADY RELEASED (AND ALREADY GONE FROM
004950*    SUSPENSE).
004960*
004970     OPEN EXTEND RESUBMIT-FILE.
004980     IF NOT WS-RESUB-FILE-OK AND WS-RESUB-NOT-FOUND
004990         CLOSE RESUBMIT-FILE
005000         OPEN OUTPUT RESUBMIT-FILE
005010     END-IF.
005020*
005030     OPEN OUTPUT WORK-FILE.
005040*
005050     OPEN EXTEND TRACE-FILE.
005060     IF NOT WS-TRACE-FILE-OK AND WS-TRACE-NOT-FOUND
005070         CLOSE TRACE-FILE
005080         OPEN OUTPUT TRACE-FILE
005090     END-IF.
005100     IF NOT WS-TRACE-FILE-OK AND NOT WS-TRACE-NOT-FOUND
005110         DISPLAY 'CXB40101 SUSPAUDT OPEN FAILED, STATUS='
005120             WS-TRACE-STATUS
005130     END-IF.
005140*
005150     MOVE WS-RUN-DATE TO WS-HDG-DATE.
005160     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
005170     WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
005180*
005190*    NO RESUBMIT FILE MEANS NO RELEASE CAN BE CARRIED OUT;
005200*    THE RUN IS ABANDONED BEFORE SUSPENSE IS EVEN OPENED AND
005210*    BEFORE ANY DISPOSITION IS APPLIED, LEAVING SUSPENSE AND
005220*    SUSPDISP UNTOUCHED FOR A RERUN.
005230*
005240     IF NOT WS-RESUB-FILE-OK
005250         DISPLAY 'CXB40101 RESUBMIT OPEN FAILED, STATUS='
005260             WS-RESUB-STATUS
005270         DISPLAY 'CXB40101 RUN ABANDONED - NO DISPOSITIONS '
005280             'APPLIED'
005290         MOVE 8 TO RETURN-CODE
005300         SET END-OF-SUSPENSE TO TRUE
005310         GO TO 1000-EXIT
005320     END-IF.
005330*
005340     OPEN INPUT SUSPENSE-FILE.
005350     IF WS-SUSP-FILE-OK
005360         SET SUSPENSE-WAS-OPENED TO TRUE
005370         READ SUSPENSE-FILE
005380             AT END
005390                 SET END-OF-SUSPENSE TO TRUE
005400         END-READ
005410     ELSE
005420         DISPLAY 'CXB40101 SUSPENSE NOT AVAILABLE, STATUS='
005430             WS-SUSP-STATUS
005440         SET END-OF-SUSPENSE TO TRUE
005450     END-IF.
005460*
005470 1000-EXIT.
005480     EXIT.
005490*
005500*===============================================================
005510*    1100-LOAD-DISPOSITION
005520*===============================================================
005530 1100-LOAD-DISPOSITION.
005540*
005550     READ DISPOSITION-FILE
005560         AT END
005570             SET END-OF-DISPOSITIONS TO TRUE
005580             GO TO 1100-EXIT
005590     END-READ.
005600*
005610     PERFORM 1200-VALIDATE-OPERATOR THRU 1200-EXIT.
005620     IF OPERATOR-NOT-ALLOWED
005630         MOVE 8 TO RETURN-CODE
005640         GO TO 1100-EXIT
005650     END-IF.
005660*
005670     IF WS-DISP-COUNT >= WS-DISP-MAX
005680         DISPLAY 'CXB40101 DISPOSITION TABLE FULL - '
005690             'RECORD ' DS-RECORD-NUMBER ' IGNORED'
005700         GO TO 1100-EXIT
005710     END-IF.
005720*
005730     ADD 1 TO WS-DISP-COUNT.
005740     MOVE DS-RECORD-NUMBER TO WS-TBL-RECORD-NUMBER(WS-DISP-COUNT).
005750     MOVE DS-ACTION        TO WS-TBL-ACTION(WS-DISP-COUNT).
005760     MOVE DS-REPLACE-CHAR  TO WS-TBL-REPLACE-CHAR(WS-DISP-COUNT).
005770     MOVE DS-OPERATOR-ID   TO WS-TBL-OPERATOR-ID(WS-DISP-COUNT).
005780*
005790 1100-EXIT.
005800     EXIT.
005810*
005820*===============================================================
005830*    1200-VALIDATE-OPERATOR
005840*===============================================================
005850 1200-VALIDATE-OPERATOR.
005860*
005870*    A DISPOSITION IS ONLY AS GOOD AS THE OPERATOR BEHIND IT:
005880*    THE ID MUST BE ON THE OPERREG REGISTRY AND ACTIVE, AND A
005890*    DELETE - THE DESTRUCTIVE ACTION - NEEDS AUTHORITY LEVEL
005900*    2 WHERE A RELEASE NEEDS ONLY LEVEL 1.  A DISPOSITION
005910*    THAT FAILS HERE IS NOT LOADED, SO ITS RECORD DEFAULTS TO
005920*    HOLD.
005930*
005940     SET OPERATOR-NOT-ALLOWED TO TRUE.
005950*
005960     IF OPER-REG-NOT-OPEN
005970         GO TO 1200-EXIT
005980     END-IF.
005990*
006000     MOVE DS-OPERATOR-ID TO OP-OPERATOR-ID.
006010     READ OPER-REG-FILE.
006020     IF NOT WS-OPER-FILE-OK
006030         DISPLAY 'CXB40101 OPERATOR ' DS-OPERATOR-ID
006040             ' NOT ON REGISTRY - DISPOSITION REJECTED'
006050         GO TO 1200-EXIT
006060     END-IF.
006070     IF NOT OP-ACTIVE
006080         DISPLAY 'CXB40101 OPERATOR ' DS-OPERATOR-ID
006090             ' INACTIVE - DISPOSITION REJECTED'
006100         GO TO 1200-EXIT
006110     END-IF.
006120     IF DS-ACTION = 'D' AND OP-AUTHORITY < 2
006130         DISPLAY 'CXB40101 OPERATOR ' DS-OPERATOR-ID
006140             ' NOT AUTHORIZED FOR DELETE - REJECTED'
006150         GO TO 1200-EXIT
006160     END-IF.
006170*
006180     SET OPERATOR-ALLOWED TO TRUE.
006190*
006200 1200-EXIT.
006210     EXIT.
006220*
006230*===============================================================
006240*    1300-LOAD-APPROVED
006250*===============================================================
006260 1300-LOAD-APPROVED.
006270*
006280*    ONE APPROVED DELETE PER PASS.  THE PROPOSER MUST STILL BE
006290*    ON THE REGISTRY, ACTIVE, AND AT LEVEL 2 - THE SAME BAR THE
006300*    DISPOSITION MET WHEN IT WAS GIVEN - OR THE DELETE IS
006310*    VOIDED.
006320*
006330     MOVE 'N' TO WS-PND-FUNCTION.
006340     CALL 'CXB40139' USING WS-PND-FUNCTION
006350                            PROGRAM-NAME
006360                            WS-PND-KEY
006370                            WS-PND-PROPOSER
006380                            WS-PND-CHECKER
006390                            WS-PND-IMAGE
006400                            WS-PND-RESULT.
006410     IF NOT PND-DONE
006420         SET END-OF-APPROVED TO TRUE
006430         GO TO 1300-EXIT
006440     END-IF.
006450*
006460     SET OPERATOR-NOT-ALLOWED TO TRUE.
006470     MOVE WS-PND-PROPOSER TO OP-OPERATOR-ID.
006480     READ OPER-REG-FILE.
006490     IF WS-OPER-FILE-OK AND OP-ACTIVE AND OP-AUTHORITY > 1
006500         SET OPERATOR-ALLOWED TO TRUE
006510     END-IF.
006520     IF OPERATOR-NOT-ALLOWED
006530         DISPLAY 'CXB40101 APPROVED DELETE ' WS-PND-KEY
006540             ' PROPOSER ' WS-PND-PROPOSER ' NO LONGER '
006550             'AUTHORIZED - VOIDED'
006560         PERFORM 8700-VOID-APPROVED THRU 8700-EXIT
006570         GO TO 1300-EXIT
006580     END-IF.
006590*
006600     IF WS-APR-COUNT >= WS-APR-MAX
006610         DISPLAY 'CXB40101 APPROVED DELETE TABLE FULL - '
006620             WS-PND-KEY ' LEFT FOR THE NEXT RUN'
006630         GO TO 1300-EXIT
006640     END-IF.
006650*
006660     ADD 1 TO WS-APR-COUNT.
006670     MOVE WS-PND-KEY      TO WS-APR-KEY(WS-APR-COUNT).
006680     MOVE WS-PND-PROPOSER TO WS-APR-PROPOSER(WS-APR-COUNT).
006690     MOVE WS-PND-CHECKER  TO WS-APR-CHECKER(WS-APR-COUNT).
006700     MOVE WS-PND-IMAGE    TO WS-APR-IMAGE(WS-APR-COUNT).
006710     MOVE 'N'             TO WS-APR-USED(WS-APR-COUNT).
006720*
006730 1300-EXIT.
006740     EXIT.
006750*
006760*===============================================================
006770*    2000-PROCESS-RECORD
006780*===============================================================
006790 2000-PROCESS-RECORD.
006800*
006810     ADD 1 TO WS-RECORD-COUNT.
006820*
006830     PERFORM 3000-FIND-DISPOSITION THRU 3000-EXIT.
006840     PERFORM 3200-FIND-APPROVED THRU 3200-EXIT.
006850*
006860     EVALUATE TRUE
006870         WHEN ACTION-RELEASE
006880             PERFORM 4000-CLEANSE-STRING THRU 4000-EXIT
006890             MOVE WS-CLEANSED-STRING(1:8) TO RS-OUT-STRING
006900             MOVE SU-TRACE-BRANCH TO RS-TRACE-BRANCH
006910             MOVE SU-TRACE-DATE TO RS-TRACE-DATE
006920             MOVE SU-TRACE-SEQ TO RS-TRACE-SEQ
006930             WRITE RESUBMIT-RECORD
006940*
006950*            A RELEASE ONLY COUNTS ONCE ITS RESUBMISSION
006960*            RECORD IS SAFELY WRITTEN; OTHERWISE THE RECORD
006970*            IS HELD IN SUSPENSE INSTEAD, AND NO TRACE IS
006980*            WRITTEN FOR A RELEASE THAT NEVER HAPPENED.
006990*
007000             IF WS-RESUB-FILE-OK
007010                 ADD 1 TO WS-RELEASE-COUNT
007020                 PERFORM 5000-WRITE-TRACE THRU 5000-EXIT
007030             ELSE
007040                 DISPLAY 'CXB40101 RESUBMIT WRITE FAILED, '
007050                     'STATUS=' WS-RESUB-STATUS
007060                 DISPLAY 'CXB40101 RECORD HELD INSTEAD'
007070                 MOVE 8 TO RETURN-CODE
007080                 MOVE 'H' TO WS-ACTION
007090                 ADD 1 TO WS-HOLD-COUNT
007100                 MOVE SUSPENSE-RECORD TO WORK-RECORD
007110                 WRITE WORK-RECORD
007120             END-IF
007130         WHEN ACTION-DELETE AND APPROVED-DELETE
007140             ADD 1 TO WS-DELETE-COUNT
007150             PERFORM 5000-WRITE-TRACE THRU 5000-EXIT
007160             PERFORM 3400-MARK-APPROVED-APPLIED THRU 3400-EXIT
007170         WHEN ACTION-DELETE
007180             PERFORM 4700-PROPOSE-DELETE THRU 4700-EXIT
007190         WHEN OTHER
007200             ADD 1 TO WS-HOLD-COUNT
007210             MOVE SUSPENSE-RECORD TO WORK-RECORD
007220             WRITE WORK-RECORD
007230     END-EVALUATE.
007240*
007250     PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT.
007260*
007270     READ SUSPENSE-FILE
007280         AT END
007290             SET END-OF-SUSPENSE TO TRUE
007300     END-READ.
007310*
007320 2000-EXIT.
007330     EXIT.
007340*
007350*===============================================================
007360*    3000-FIND-DISPOSITION
007370*===============================================================
007380 3000-FIND-DISPOSITION.
007390*
007400     SET DISP-NOT-FOUND TO TRUE.
007410     MOVE ZERO TO WS-FOUND-INDEX.
007420*
007430     PERFORM 3100-SCAN-DISPOSITION THRU 3100-EXIT
007440         VARYING WS-IDX FROM 1 BY 1
007450         UNTIL WS-IDX > WS-DISP-COUNT OR DISP-FOUND.
007460*
007470     IF DISP-FOUND
007480         MOVE WS-TBL-ACTION(WS-FOUND-INDEX) TO WS-ACTION
007490         MOVE WS-TBL-OPERATOR-ID(WS-FOUND-INDEX)
007500             TO WS-OPERATOR-ID
007510         IF WS-TBL-REPLACE-CHAR(WS-FOUND-INDEX) NOT = SPACE
007520             MOVE WS-TBL-REPLACE-CHAR(WS-FOUND-INDEX)
007530                 TO WS-REPLACE-CHAR
007540         ELSE
007550             MOVE '?' TO WS-REPLACE-CHAR
007560         END-IF
007570     ELSE
007580         MOVE 'H'    TO WS-ACTION
007590         MOVE SPACES TO WS-OPERATOR-ID
007600         MOVE '?'    TO WS-REPLACE-CHAR
007610     END-IF.
007620*
007630 3000-EXIT.
007640     EXIT.
007650*
007660*===============================================================
007670*    3100-SCAN-DISPOSITION
007680*===============================================================
007690 3100-SCAN-DISPOSITION.
007700*
007710     IF WS-TBL-RECORD-NUMBER(WS-IDX) = WS-RECORD-COUNT
007720         SET DISP-FOUND TO TRUE
007730         MOVE WS-IDX TO WS-FOUND-INDEX
007740     END-IF.
007750*
007760 3100-EXIT.
007770     EXIT.
007780*
007790*===============================================================
007800*    3200-FIND-APPROVED
007810*===============================================================
007820 3200-FIND-APPROVED.
007830*
007840*    A RECORD WHOSE DELETE HAS BEEN APPROVED IS DROPPED UNDER
007850*    THE PROPOSER'S ID, WHATEVER DISPOSITION IT WAS GIVEN THIS
007860*    RUN.
007870*
007880     SET NO-APPROVED-DELETE TO TRUE.
007890     MOVE ZERO TO WS-APR-INDEX.
007900*
007910     PERFORM 3300-SCAN-APPROVED THRU 3300-EXIT
007920         VARYING WS-IDX FROM 1 BY 1
007930         UNTIL WS-IDX > WS-APR-COUNT OR APPROVED-DELETE.
007940*
007950     IF APPROVED-DELETE
007960         MOVE 'D' TO WS-ACTION
007970         MOVE WS-APR-PROPOSER(WS-APR-INDEX) TO WS-OPERATOR-ID
007980     END-IF.
007990*
008000 3200-EXIT.
008010     EXIT.
008020*
008030*===============================================================
008040*    3300-SCAN-APPROVED
008050*===============================================================
008060 3300-SCAN-APPROVED.
008070*
008080     IF WS-APR-USED(WS-IDX) = 'N'
008090         AND WS-APR-IMAGE(WS-IDX) = SUSPENSE-RECORD
008100         SET APPROVED-DELETE TO TRUE
008110         MOVE WS-IDX TO WS-APR-INDEX
008120     END-IF.
008130*
008140 3300-EXIT.
008150     EXIT.
008160*
008170*===============================================================
008180*    3400-MARK-APPROVED-APPLIED
008190*===============================================================
008200 3400-MARK-APPROVED-APPLIED.
008210*
008220     MOVE 'Y' TO WS-APR-USED(WS-APR-INDEX).
008230     MOVE WS-APR-KEY(WS-APR-INDEX)      TO WS-PND-KEY.
008240     MOVE WS-APR-PROPOSER(WS-APR-INDEX) TO WS-PND-PROPOSER.
008250     MOVE WS-APR-CHECKER(WS-APR-INDEX)  TO WS-PND-CHECKER.
008260     MOVE 'A' TO WS-PND-FUNCTION.
008270     CALL 'CXB40139' USING WS-PND-FUNCTION
008280                            PROGRAM-NAME
008290                            WS-PND-KEY
008300                            WS-PND-PROPOSER
008310                            WS-PND-CHECKER
008320                            WS-PND-IMAGE
008330                            WS-PND-RESULT.
008340*
008350 3400-EXIT.
008360     EXIT.
008370*
008380*===============================================================
008390*    4000-CLEANSE-STRING
008400*===============================================================
008410 4000-CLEANSE-STRING.
008420*
008430     MOVE SU-IN-STRING TO WS-CLEANSED-STRING.
008440     MOVE SU-IN-LENGTH TO WS-SCAN-LIMIT.
008450     IF WS-SCAN-LIMIT > LENGTH OF WS-CLEANSED-STRING
008460         MOVE LENGTH OF WS-CLEANSED-STRING TO WS-SCAN-LIMIT
008470     END-IF.
008480*
008490     PERFORM 4100-CLEANSE-ONE-BYTE THRU 4100-EXIT
008500         VARYING WS-SCAN-INDEX FROM 1 BY 1
008510         UNTIL WS-SCAN-INDEX > WS-SCAN-LIMIT.
008520*
008530 4000-EXIT.
008540     EXIT.
008550*
008560*===============================================================
008570*    4100-CLEANSE-ONE-BYTE
008580*===============================================================
008590 4100-CLEANSE-ONE-BYTE.
008600*
008610     IF WS-CLEANSED-STRING(WS-SCAN-INDEX:1) < WS-LOW-PRINTABLE
008620         OR WS-CLEANSED-STRING(WS-SCAN-INDEX:1)
008630             > WS-HIGH-PRINTABLE
008640         MOVE WS-REPLACE-CHAR
008650             TO WS-CLEANSED-STRING(WS-SCAN-INDEX:1)
008660     END-IF.
008670*
008680 4100-EXIT.
008690     EXIT.
008700*
008710*===============================================================
008720*    4500-SANITIZE-DISPLAY
008730*===============================================================
008740 4500-SANITIZE-DISPLAY.
008750*
008760*    THE LISTING COPY OF THE STRING SHOWS EVERY NON-PRINTABLE
008770*    BYTE AS A PERIOD SO THE REPORT ITSELF STAYS PRINTABLE.
008780*
008790     MOVE SU-IN-STRING TO WS-DISPLAY-STRING.
008800     PERFORM 4600-SANITIZE-ONE-BYTE THRU 4600-EXIT
008810         VARYING WS-SCAN-INDEX FROM 1 BY 1
008820         UNTIL WS-SCAN-INDEX > LENGTH OF WS-DISPLAY-STRING.
008830*
008840 4500-EXIT.
008850     EXIT.
008860*
008870*===============================================================
008880*    4600-SANITIZE-ONE-BYTE
008890*===============================================================
008900 4600-SANITIZE-ONE-BYTE.
008910*
008920     IF WS-DISPLAY-STRING(WS-SCAN-INDEX:1) < WS-LOW-PRINTABLE
008930         OR WS-DISPLAY-STRING(WS-SCAN-INDEX:1)
008940             > WS-HIGH-PRINTABLE
008950         MOVE '.' TO WS-DISPLAY-STRING(WS-SCAN-INDEX:1)
008960     END-IF.
008970*
008980 4600-EXIT.
008990     EXIT.
009000*
009010*===============================================================
009020*    4700-PROPOSE-DELETE
009030*===============================================================
009040 4700-PROPOSE-DELETE.
009050*
009060*    A DELETE IS A LEVEL-2 ACTION, SO IT IS PROPOSED FOR A
009070*    SECOND OPERATOR'S APPROVAL AND THE RECORD IS HELD MEANWHILE.
009080*    A PROPOSAL THAT CANNOT BE RECORDED LEAVES THE RECORD HELD
009090*    AND FAILS THE JOB - THE DELETE IS NEVER CARRIED OUT
009100*    DIRECTLY.
009110*
009120*    A RECORD STAYS HELD, AND LISTED 'P', WHILE ITS DELETE
009130*    AWAITS APPROVAL, SO THE SAME DELETE IS OFTEN GIVEN AGAIN.
009140*    PENDCHG IS LOOKED UP FIRST FOR A PENDING OR APPROVED
009150*    DELETE OF THIS SAME IMAGE; ONE ALREADY THERE IS REPORTED
009160*    AND NOT PROPOSED A SECOND TIME.  A LOOKUP THAT FAILS IS
009170*    TREATED LIKE A PROPOSAL THAT FAILED.
009180*
009190     MOVE SPACES          TO WS-PND-IMAGE.
009200     MOVE SUSPENSE-RECORD TO WS-PND-IMAGE.
009210     MOVE 'F' TO WS-PND-FUNCTION.
009220     CALL 'CXB40139' USING WS-PND-FUNCTION
009230                            PROGRAM-NAME
009240                            WS-PND-KEY
009250                            WS-PND-PROPOSER
009260                            WS-PND-CHECKER
009270                            WS-PND-IMAGE
009280                            WS-PND-RESULT.
009290*
009300     EVALUATE TRUE
009310         WHEN PND-DONE
009320             DISPLAY 'CXB40101 DELETE FOR RECORD '
009330                 WS-RECORD-COUNT ' ALREADY PENDING AS '
009340                 WS-PND-KEY ' - HELD'
009350             MOVE 'P' TO WS-ACTION
009360             ADD 1 TO WS-ALREADY-PENDING-COUNT
009370         WHEN PND-NO-MORE
009380             PERFORM 4750-RECORD-PROPOSAL THRU 4750-EXIT
009390         WHEN OTHER
009400             DISPLAY 'CXB40101 DELETE PROPOSAL FOR RECORD '
009410                 WS-RECORD-COUNT ' NOT RECORDED - HELD'
009420             MOVE 8 TO RETURN-CODE
009430             MOVE 'H' TO WS-ACTION
009440     END-EVALUATE.
009450*
009460     ADD 1 TO WS-HOLD-COUNT.
009470     MOVE SUSPENSE-RECORD TO WORK-RECORD.
009480     WRITE WORK-RECORD.
009490*
009500 4700-EXIT.
009510     EXIT.
009520*
009530*===============================================================
009540*    4750-RECORD-PROPOSAL
009550*===============================================================
009560 4750-RECORD-PROPOSAL.
009570*
009580     MOVE WS-OPERATOR-ID  TO WS-PND-PROPOSER.
009590     MOVE SPACES          TO WS-PND-CHECKER.
009600     MOVE 'P' TO WS-PND-FUNCTION.
009610     CALL 'CXB40139' USING WS-PND-FUNCTION
009620                            PROGRAM-NAME
009630                            WS-PND-KEY
009640                            WS-PND-PROPOSER
009650                            WS-PND-CHECKER
009660                            WS-PND-IMAGE
009670                            WS-PND-RESULT.
009680     IF PND-DONE
009690         MOVE 'P' TO WS-ACTION
009700         ADD 1 TO WS-PROPOSED-COUNT
009710         PERFORM 5000-WRITE-TRACE THRU 5000-EXIT
009720     ELSE
009730         DISPLAY 'CXB40101 DELETE PROPOSAL FOR RECORD '
009740             WS-RECORD-COUNT ' NOT RECORDED - HELD'
009750         MOVE 8 TO RETURN-CODE
009760         MOVE 'H' TO WS-ACTION
009770     END-IF.
009780*
009790 4750-EXIT.
009800     EXIT.
009810*
009820*===============================================================
009830*    5000-WRITE-TRACE
009840*===============================================================
009850 5000-WRITE-TRACE.
009860*
009870     MOVE WS-RUN-DATE      TO TR-ACTION-DATE.
009880     ACCEPT TR-ACTION-TIME FROM TIME.
009890     MOVE WS-OPERATOR-ID   TO TR-OPERATOR-ID.
009900     MOVE WS-ACTION        TO TR-ACTION.
009910     MOVE WS-RECORD-COUNT  TO TR-RECORD-NUMBER.
009920     MOVE SU-SOURCE-PROGRAM TO TR-SOURCE-PROGRAM.
009930     PERFORM 4500-SANITIZE-DISPLAY THRU 4500-EXIT.
009940     MOVE WS-DISPLAY-STRING(1:40) TO TR-IN-STRING.
009950*
009960     WRITE TRACE-RECORD.
009970     IF NOT WS-TRACE-FILE-OK
009980         DISPLAY 'CXB40101 SUSPAUDT WRITE FAILED, STATUS='
009990             WS-TRACE-STATUS
010000     END-IF.
010010*
010020*    A PROPOSED DELETE HAS NOT HAPPENED YET; THE RECORD'S
010030*    HISTORY GETS ITS DELETED EVENT WHEN THE APPROVAL IS
010040*    CARRIED OUT.
010050*
010060     IF ACTION-PROPOSED
010070         GO TO 5000-EXIT
010080     END-IF.
010090*
010100*    THE SAME DECISION GOES TO THE TRACELOG RECORD HISTORY
010110*    UNDER THE RECORD'S TRACE KEY; A RECORD WITH NO TRACE KEY
010120*    IS IGNORED BY THE SERVICE.
010130*
010140     IF ACTION-RELEASE
010150         MOVE 'RELEASED' TO WS-TRC-EVENT
010160         MOVE RS-OUT-STRING TO WS-TRC-STRING
010170     ELSE
010180         MOVE 'DELETED' TO WS-TRC-EVENT
010190         MOVE SU-IN-STRING(1:8) TO WS-TRC-STRING
010200     END-IF.
010210     MOVE SPACES TO WS-TRC-DETAIL.
010220     STRING 'OPER=' WS-OPERATOR-ID DELIMITED BY SIZE
010230         INTO WS-TRC-DETAIL.
010240     MOVE 'W' TO WS-TRC-FUNCTION.
010250     CALL 'CXB40134' USING WS-TRC-FUNCTION
010260                            PROGRAM-NAME
010270                            SU-TRACE-KEY
010280                            WS-TRC-EVENT
010290                            WS-TRC-STRING
010300                            WS-TRC-DETAIL
010310                            WS-TRC-RESULT.
010320*
010330 5000-EXIT.
010340     EXIT.
010350*
010360*===============================================================
010370*    6000-WRITE-DETAIL-LINE
010380*===============================================================
010390 6000-WRITE-DETAIL-LINE.
010400*
010410     MOVE SU-REJECT-DATE TO WS-REJ-DATE.
010420     COMPUTE WS-REJ-DAYS =
010430         (WS-REJ-CCYY * 365) + (WS-REJ-MM * 30) + WS-REJ-DD.
010440     COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-REJ-DAYS.
010450     IF WS-AGE-DAYS < ZERO
010460         MOVE ZERO TO WS-AGE-DAYS
010470     END-IF.
010480*
010490     PERFORM 4500-SANITIZE-DISPLAY THRU 4500-EXIT.
010500*
010510     MOVE WS-RECORD-COUNT    TO WS-DTL-RECORD-NUMBER.
010520     MOVE WS-AGE-DAYS        TO WS-DTL-AGE-DAYS.
010530     MOVE SU-IN-LENGTH       TO WS-DTL-LENGTH.
010540     MOVE WS-ACTION          TO WS-DTL-ACTION.
010550     MOVE SU-SOURCE-PROGRAM  TO WS-DTL-SOURCE.
010560     MOVE WS-DISPLAY-STRING(1:40) TO WS-DTL-STRING.
010570     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
010580*
010590 6000-EXIT.
010600     EXIT.
010610*
010620*===============================================================
010630*    8000-RELOAD-SUSPENSE
010640*===============================================================
010650 8000-RELOAD-SUSPENSE.
010660*
010670*    SUSPENSE IS REBUILT FROM THE WORK FILE SO ONLY THE HELD
010680*    RECORDS SURVIVE THE RUN.  RELEASED RECORDS ARE ALREADY ON
010690*    RESUBMIT AND DELETED ONES ARE ALREADY ON THE TRACE.
010700*
010710     IF SUSPENSE-NOT-OPENED
010720         GO TO 8000-EXIT
010730     END-IF.
010740*
010750     CLOSE SUSPENSE-FILE.
010760     CLOSE WORK-FILE.
010770*
010780     OPEN INPUT WORK-FILE.
010790     OPEN OUTPUT SUSPENSE-FILE.
010800*
010810     PERFORM 8100-COPY-WORK-RECORD THRU 8100-EXIT
010820         UNTIL END-OF-WORK.
010830*
010840 8000-EXIT.
010850     EXIT.
010860*
010870*===============================================================
010880*    8100-COPY-WORK-RECORD
010890*===============================================================
010900 8100-COPY-WORK-RECORD.
010910*
010920     READ WORK-FILE
010930         AT END
010940             SET END-OF-WORK TO TRUE
010950             GO TO 8100-EXIT
010960     END-READ.
010970*
010980     MOVE WORK-RECORD TO SUSPENSE-RECORD.
010990     WRITE SUSPENSE-RECORD.
011000*
011010 8100-EXIT.
011020     EXIT.
011030*
011040*===============================================================
011050*    9000-TERMINATE
011060*===============================================================
011070 9000-TERMINATE.
011080*
011090     PERFORM 8500-RESET-DISPOSITIONS THRU 8500-EXIT.
011100*
011110     CLOSE SUSPENSE-FILE.
011120     CLOSE WORK-FILE.
011130     CLOSE REPORT-FILE.
011140     CLOSE RESUBMIT-FILE.
011150     CLOSE TRACE-FILE.
011160     IF OPER-REG-IS-OPEN
011170         CLOSE OPER-REG-FILE
011180     END-IF.
011190*
011200*    AN APPROVED DELETE THAT MATCHED NO SUSPENDED RECORD - THE
011210*    RECORD WAS RELEASED OR DELETED SOME OTHER WAY - IS VOIDED,
011220*    BUT ONLY ON A RUN THAT ACTUALLY READ SUSPENSE.
011230*
011240     IF SUSPENSE-WAS-OPENED
011250         PERFORM 8800-VOID-UNMATCHED THRU 8800-EXIT
011260             VARYING WS-IDX FROM 1 BY 1
011270             UNTIL WS-IDX > WS-APR-COUNT
011280     END-IF.
011290     MOVE 'C' TO WS-PND-FUNCTION.
011300     CALL 'CXB40139' USING WS-PND-FUNCTION
011310                            PROGRAM-NAME
011320                            WS-PND-KEY
011330                            WS-PND-PROPOSER
011340                            WS-PND-CHECKER
011350                            WS-PND-IMAGE
011360                            WS-PND-RESULT.
011370*
011380     MOVE 'C' TO WS-TRC-FUNCTION.
011390     CALL 'CXB40134' USING WS-TRC-FUNCTION
011400                            PROGRAM-NAME
011410                            SU-TRACE-KEY
011420                            WS-TRC-EVENT
011430                            WS-TRC-STRING
011440                            WS-TRC-DETAIL
011450                            WS-TRC-RESULT.
011460*
011470     DISPLAY 'CXB40101 RECORDS LISTED:    ' WS-RECORD-COUNT.
011480     DISPLAY 'CXB40101 RECORDS RELEASED:  ' WS-RELEASE-COUNT.
011490     DISPLAY 'CXB40101 RECORDS DELETED:   ' WS-DELETE-COUNT.
011500     DISPLAY 'CXB40101 RECORDS HELD:      ' WS-HOLD-COUNT.
011510     DISPLAY 'CXB40101 DELETES PROPOSED:  ' WS-PROPOSED-COUNT.
011520     DISPLAY 'CXB40101 ALREADY PENDING:   '
011530         WS-ALREADY-PENDING-COUNT.
011540     DISPLAY 'CXB40101 APPROVALS VOIDED:  ' WS-VOID-COUNT.
011550*
011560 9000-EXIT.
011570     EXIT.
011580*
011590*===============================================================
011600*    8500-RESET-DISPOSITIONS
011610*===============================================================
011620 8500-RESET-DISPOSITIONS.
011630*
011640*    DISPOSITIONS MATCH ON POSITIONAL RECORD NUMBERS, AND THE
011650*    RUN JUST RENUMBERED SUSPENSE BY REBUILDING IT WITH ONLY
011660*    THE HELD RECORDS - A SUSPDISP LEFT IN PLACE WOULD BE
011670*    REAPPLIED AGAINST SHIFTED NUMBERS ON THE NEXT RUN,
011680*    RELEASING OR DELETING THE WRONG RECORDS.  ONCE APPLIED,
011690*    THE DISPOSITION FILE IS RESET TO EMPTY, THE SAME WAY
011700*    CXB40093 RESETS RESUBMIT AFTER ITS PICKUP.  A RUN THAT
011710*    WAS ABANDONED BEFORE APPLYING ANYTHING LEAVES SUSPDISP
011720*    IN PLACE FOR THE RERUN.
011730*
011740     IF SUSPENSE-NOT-OPENED OR WS-DISP-COUNT = ZERO
011750         GO TO 8500-EXIT
011760     END-IF.
011770*
011780     OPEN OUTPUT DISPOSITION-FILE.
011790     IF WS-DISP-FILE-OK
011800         CLOSE DISPOSITION-FILE
011810     ELSE
011820         DISPLAY 'CXB40101 SUSPDISP RESET FAILED, STATUS='
011830             WS-DISP-STATUS
011840     END-IF.
011850*
011860 8500-EXIT.
011870     EXIT.
011880*
011890*===============================================================
011900*    8700-VOID-APPROVED
011910*===============================================================
011920 8700-VOID-APPROVED.
011930*
011940     MOVE 'X' TO WS-PND-FUNCTION.
011950     CALL 'CXB40139' USING WS-PND-FUNCTION
011960                            PROGRAM-NAME
011970                            WS-PND-KEY
011980                            WS-PND-PROPOSER
011990                            WS-PND-CHECKER
012000                            WS-PND-IMAGE
012010                            WS-PND-RESULT.
012020     ADD 1 TO WS-VOID-COUNT.
012030     MOVE 8 TO RETURN-CODE.
012040*
012050 8700-EXIT.
012060     EXIT.
012070*
012080*===============================================================
012090*    8800-VOID-UNMATCHED
012100*===============================================================
012110 8800-VOID-UNMATCHED.
012120*
012130     IF WS-APR-USED(WS-IDX) NOT = 'N'
012140         GO TO 8800-EXIT
012150     END-IF.
012160*
012170     MOVE WS-APR-KEY(WS-IDX)      TO WS-PND-KEY.
012180     MOVE WS-APR-PROPOSER(WS-IDX) TO WS-PND-PROPOSER.
012190     MOVE WS-APR-CHECKER(WS-IDX)  TO WS-PND-CHECKER.
012200     DISPLAY 'CXB40101 APPROVED DELETE ' WS-PND-KEY
012210         ' MATCHED NO SUSPENDED RECORD - VOIDED'.
012220     PERFORM 8700-VOID-APPROVED THRU 8700-EXIT.
012230*
012240 8800-EXIT.
012250     EXIT.
