000170*          Reads the TRANSOUT result file, verifies its CXBCTL
000180*          control envelope, and routes every result record back
000190*          to the per-branch response file (BRANCH01R through
000200*          BRANCH10R) named by the branch identifier CXB40093
000210*          stamped on it, so every office gets back exactly its
000220*          own records instead of the whole undifferentiated
000230*          file.  Records the run rejected to SUSPENSE arrive on
000300*          its own record count and key hash, so an office can
000310*          prove its response file arrived complete.
000320*
000330*          The offices and their response files are read from
000340*          the BRANMAST branch master kept by CXB40144: each
000350*          branch open on the business date owns one feed slot,
000360*          and slot nn's response goes back on BRANCHnnR, the
000370*          same slot CXB40109 took its file in from.  Only the
000380*          response files of slots an open branch owns are
000390*          written.  With the master unavailable or empty
000400*          nothing can be routed, so no response is written
000410*          and the step fails with RETURN-CODE 16, leaving
000420*          REJNOTE in place for the rerun.
000430*
000440*          A result or notice whose branch identifier is not
000450*          an open branch on the master (the RSB resubmission
000460*          pseudo-branch, or an office closed since the record
000470*          was merged, for instance) is counted as unrouted
000480*          and reported at end of job; it has no office to go
000490*          back to.  A record released from suspense carries
000500*          its own trace key, so it comes back under the branch
000510*          that sent it rather than RSB; only a release with no
000520*          trace key still arrives as RSB.
000530*
000540*          Every result and notice carries its trace key onto
000550*          the response record, and a RETURNED or NOTIFIED event
000560*          is written to the TRACELOG record history through the
000570*          CXB40134 trace-logging service.
000580*
000590*     INPUTS:
000600*          TRANSOUT   - enveloped result file from CXB40093,
000610*                       each data record carrying the branch
000620*                       identifier after the output string.
000630*          REJNOTE    - reject notices from CXB40093, one per
000640*                       record rejected to SUSPENSE, stamped
000650*                       with the owning branch.
000660*          BRANMAST   - keyed branch master (CXBBRAN layout)
000670*                       maintained by CXB40144.
000680*
000690*     OUTPUTS:
000700*          BRANCH01R - BRANCH10R - enveloped per-branch response
000710*                       files.  A data record leads with a
000720*                       one-byte result kind: 'O' a result
000730*                       record, 'R' a reject notice, followed by
000740*                       the string and the record's trace date
000750*                       and sequence.
000760*          TRACELOG   - RETURNED or NOTIFIED history event per
000770*                       record (through CXB40134).
000780*
000790*     CHANGE HISTORY:
000800*       02 SEP 2026   DPO   Initial release.
000810*       02 SEP 2026   DPO   TRANSOUT is closed on a was-opened
000820*                           switch, not the raw file status,
000830*                           which is '10' after the AT END read
000840*                           of every clean run.
000850*       02 SEP 2026   DPO   The run date now comes from
000860*                           the CXB40117 business-date
000870*                           service (the BUSDATE control
000880*                           file, rolled by CXB40118)
000890*                           instead of ACCEPT FROM DATE,
000900*                           so work that slips past
000910*                           midnight still posts under the
000920*                           right business date.
000930*       02 SEP 2026   DPO   Date fields are now PIC 9(08)
000940*                           CCYYMMDD, in step with the shared
000950*                           copybooks, so dates compare and
000960*                           order correctly across a century
000970*                           boundary.  Existing keyed and
000980*                           archive files are rebuilt into
000990*                           the new layout by the CXB40119
001000*                           conversion utility.
001010*       15 OCT 2026   DPO   TRANSOUT and REJNOTE now carry the
001020*                           record's trace key, which goes onto
001030*                           the response record after the
001040*                           string, and each routed record
001050*                           writes a RETURNED or NOTIFIED event
001060*                           to the TRACELOG record history
001070*                           through CXB40134.
001080*       15 OCT 2026   DPO   The offices are now read from the
001090*                           new BRANMAST branch master instead
001100*                           of five hardcoded identifiers: up
001110*                           to ten response files, one per feed
001120*                           slot, written only for branches
001130*                           open on the business date, and a
001140*                           closed or unknown branch's records
001150*                           are counted as unrouted.
001160*
001170 IDENTIFICATION DIVISION.
001180 PROGRAM-ID. CXB40115.
001190 AUTHOR. DATA-PROCESSING-OPERATIONS.
001200 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
001210 DATE-WRITTEN. 02 SEP 2026.
001220 DATE-COMPILED.
001230*
001240 ENVIRONMENT DIVISION.
001250 INPUT-OUTPUT SECTION.
001260 FILE-CONTROL.
001270     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WS-TOUT-STATUS.
001300     SELECT REJECT-NOTE-FILE ASSIGN TO "REJNOTE"
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS WS-NOTE-STATUS.
001330     SELECT BRANCH01R-FILE ASSIGN TO "BRANCH01R"
001340         ORGANIZATION IS SEQUENTIAL.
001350     SELECT BRANCH02R-FILE ASSIGN TO "BRANCH02R"
001360         ORGANIZATION IS SEQUENTIAL.
001370     SELECT BRANCH03R-FILE ASSIGN TO "BRANCH03R"
001380         ORGANIZATION IS SEQUENTIAL.
001390     SELECT BRANCH04R-FILE ASSIGN TO "BRANCH04R"
001400         ORGANIZATION IS SEQUENTIAL.
001410     SELECT BRANCH05R-FILE ASSIGN TO "BRANCH05R"
001420         ORGANIZATION IS SEQUENTIAL.
001430     SELECT BRANCH06R-FILE ASSIGN TO "BRANCH06R"
001440         ORGANIZATION IS SEQUENTIAL.
001450     SELECT BRANCH07R-FILE ASSIGN TO "BRANCH07R"
001460         ORGANIZATION IS SEQUENTIAL.
001470     SELECT BRANCH08R-FILE ASSIGN TO "BRANCH08R"
001480         ORGANIZATION IS SEQUENTIAL.
001490     SELECT BRANCH09R-FILE ASSIGN TO "BRANCH09R"
001500         ORGANIZATION IS SEQUENTIAL.
001510     SELECT BRANCH10R-FILE ASSIGN TO "BRANCH10R"
001520         ORGANIZATION IS SEQUENTIAL.
001530     SELECT BRANCH-MASTER-FILE ASSIGN TO "BRANMAST"
001540         ORGANIZATION IS INDEXED
001550         ACCESS MODE IS SEQUENTIAL
001560         RECORD KEY IS BM-BRANCH-KEY
001570         FILE STATUS IS WS-MAST-STATUS.
001580*
001590 DATA DIVISION.
001600 FILE SECTION.
001610 FD  TRANS-OUT-FILE
001620     RECORDING MODE IS F.
001630 01  TRANS-OUT-RECORD.
001640     COPY CXBCTL
001650         REPLACING LEADING ==CXB-CTL== BY ==TO==.
001660     05  TO-DATA-VIEW REDEFINES TO-BODY.
001670         10  TO-OUT-STRING     PIC X(08).
001680         10  TO-BRANCH-ID      PIC X(03).
001690         10  TO-TRACE-DATE     PIC 9(08).
001700         10  TO-TRACE-SEQ      PIC 9(08).
001710*
001720 FD  REJECT-NOTE-FILE
001730     RECORDING MODE IS F.
001740 01  REJECT-NOTE-RECORD.
001750     05  RJ-BRANCH-ID          PIC X(03).
001760     05  RJ-IN-STRING          PIC X(08).
001770     05  RJ-REJECT-DATE        PIC 9(08).
001780     05  RJ-TRACE-DATE         PIC 9(08).
001790     05  RJ-TRACE-SEQ          PIC 9(08).
001800*
001810*    THE TEN RESPONSE FILES ALL CARRY THE SAME 28-BYTE
001820*    ENVELOPED RECORD; IT IS BUILT ONCE IN WS-RESP-RECORD AND
001830*    WRITTEN TO THE RIGHT SLOT, THE WAY CXB40113 HANDLES ITS
001840*    GENERATION SLOTS.
001850*
001860 FD  BRANCH01R-FILE
001870     RECORDING MODE IS F.
001880 01  BRANCH01R-RECORD          PIC X(28).
001890 FD  BRANCH02R-FILE
001900     RECORDING MODE IS F.
001910 01  BRANCH02R-RECORD          PIC X(28).
001920 FD  BRANCH03R-FILE
001930     RECORDING MODE IS F.
001940 01  BRANCH03R-RECORD          PIC X(28).
001950 FD  BRANCH04R-FILE
001960     RECORDING MODE IS F.
001970 01  BRANCH04R-RECORD          PIC X(28).
001980 FD  BRANCH05R-FILE
001990     RECORDING MODE IS F.
002000 01  BRANCH05R-RECORD          PIC X(28).
002010 FD  BRANCH06R-FILE
002020     RECORDING MODE IS F.
002030 01  BRANCH06R-RECORD          PIC X(28).
002040 FD  BRANCH07R-FILE
002050     RECORDING MODE IS F.
002060 01  BRANCH07R-RECORD          PIC X(28).
002070 FD  BRANCH08R-FILE
002080     RECORDING MODE IS F.
002090 01  BRANCH08R-RECORD          PIC X(28).
002100 FD  BRANCH09R-FILE
002110     RECORDING MODE IS F.
002120 01  BRANCH09R-RECORD          PIC X(28).
002130 FD  BRANCH10R-FILE
002140     RECORDING MODE IS F.
002150 01  BRANCH10R-RECORD          PIC X(28).
002160*
002170*    BRANMAST IS THE BRANCH MASTER MAINTAINED BY CXB40144; IT
002180*    IS READ THROUGH ONCE AT THE START TO BUILD THE SLOT TABLE.
002190*
002200 FD  BRANCH-MASTER-FILE
002210     RECORDING MODE IS F.
002220 01  BRANCH-MASTER-RECORD.
002230     COPY CXBBRAN
002240         REPLACING LEADING ==CXB-BM== BY ==BM==.
002250*
002260 WORKING-STORAGE SECTION.
002270*
002280*    STANDALONE COUNTERS AND SWITCHES
002290*
002300 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40115'.
002310*
002320 77  WS-RECORD-COUNT           PIC 9(09)  COMP VALUE ZERO.
002330 77  WS-ROUTED-COUNT           PIC 9(09)  COMP VALUE ZERO.
002340 77  WS-NOTICE-COUNT           PIC 9(09)  COMP VALUE ZERO.
002350 77  WS-UNROUTED-COUNT         PIC 9(09)  COMP VALUE ZERO.
002360 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
002370*
002380 77  WS-TOUT-STATUS            PIC X(02)  VALUE SPACES.
002390     88  WS-TOUT-FILE-OK                     VALUE '00'.
002400 77  WS-TOUT-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
002410     88  TOUT-WAS-OPENED                     VALUE 'Y'.
002420     88  TOUT-NOT-OPENED                     VALUE 'N'.
002430 77  WS-NOTE-STATUS            PIC X(02)  VALUE SPACES.
002440     88  WS-NOTE-FILE-OK                     VALUE '00'.
002450 77  WS-MAST-STATUS            PIC X(02)  VALUE SPACES.
002460     88  WS-MAST-FILE-OK                     VALUE '00'.
002470 77  WS-MAST-EOF-SWITCH        PIC X(01)  VALUE 'N'.
002480     88  END-OF-MASTER                       VALUE 'Y'.
002490     88  NOT-END-OF-MASTER                   VALUE 'N'.
002500 77  WS-MAST-LOADED-SWITCH     PIC X(01)  VALUE 'N'.
002510     88  MASTER-LOADED                       VALUE 'Y'.
002520     88  MASTER-NOT-LOADED                   VALUE 'N'.
002530 77  WS-MAST-ENTRY-COUNT       PIC 9(09)  COMP VALUE ZERO.
002540*
002550 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
002560     88  END-OF-RESULTS                      VALUE 'Y'.
002570     88  NOT-END-OF-RESULTS                  VALUE 'N'.
002580 77  WS-NOTE-EOF-SWITCH        PIC X(01)  VALUE 'N'.
002590     88  END-OF-NOTES                        VALUE 'Y'.
002600     88  NOT-END-OF-NOTES                    VALUE 'N'.
002610*
002620*    CONTROL-ENVELOPE WORKING STORAGE FOR THE TRANSOUT READ
002630*    SIDE.  AN ENVELOPE FAILURE (MISSING HEADER OR TRAILER, OR
002640*    CONTROL TOTALS THAT DO NOT MATCH WHAT WAS READ) FAILS THE
002650*    STEP WITH RETURN-CODE 16 AND LEAVES EVERY RESPONSE FILE
002660*    TRAILER-LESS SO NO OFFICE ACCEPTS A SHORT RESPONSE.
002670*
002680 77  WS-IN-HASH                PIC S9(18) COMP VALUE ZERO.
002690 77  WS-ENVELOPE-SWITCH        PIC X(01)  VALUE 'N'.
002700     88  ENVELOPE-BAD                        VALUE 'Y'.
002710     88  ENVELOPE-GOOD                       VALUE 'N'.
002720 77  WS-TRAILER-SWITCH         PIC X(01)  VALUE 'N'.
002730     88  TRAILER-SEEN                        VALUE 'Y'.
002740     88  TRAILER-NOT-SEEN                    VALUE 'N'.
002750*
002760 77  WS-HASH-BYTE              PIC X(01)  VALUE SPACE.
002770 77  WS-HASH-STRING            PIC X(08)  VALUE SPACES.
002780 77  WS-HASH-VALUE             PIC S9(18) COMP VALUE ZERO.
002790 77  WS-HASH-INDEX             PIC 9(03)  COMP VALUE ZERO.
002800 77  WS-HASH-TALLY             PIC 9(03)  COMP VALUE ZERO.
002810 01  WS-HASH-COLLATE.
002820     COPY CXBHASH.
002830*
002840*    BRANCH IDENTIFIERS BY FEED SLOT, BUILT FROM BRANMAST
002850*    (BLANK WHERE NO BRANCH IS OPEN ON THE SLOT), RESPONSE FILE
002860*    IDS (THE BRANCH ID FOLLOWED BY RESP), AND THE PER-BRANCH
002870*    RECORD COUNTS AND KEY-HASH ACCUMULATORS THAT GO INTO EACH
002880*    RESPONSE TRAILER.
002890*
002900 77  WS-BRANCH-MAX             PIC 9(03)  COMP VALUE 10.
002910 77  WS-BRANCH-IDX             PIC 9(03)  COMP VALUE ZERO.
002920 77  WS-ROUTE-INDEX            PIC 9(03)  COMP VALUE ZERO.
002930 77  WS-SLOT                   PIC 9(03)  COMP VALUE ZERO.
002940 77  WS-WORK-BRANCH            PIC X(03)  VALUE SPACES.
002950 01  WS-BRANCH-ID-TABLE.
002960     05  WS-BRANCH-ID OCCURS 10 TIMES
002970                               PIC X(03).
002980 01  WS-RESP-ID-TABLE.
002990     05  WS-RESP-ID OCCURS 10 TIMES
003000                               PIC X(08).
003010 01  WS-BRANCH-TOTALS.
003020     05  WS-BRANCH-ENTRY OCCURS 10 TIMES.
003030         10  WS-TBL-RESP-COUNT     PIC 9(09)  COMP VALUE ZERO.
003040         10  WS-TBL-RESP-HASH      PIC S9(18) COMP VALUE ZERO.
003050*
003060*    THE RESPONSE RECORD IS BUILT HERE AND WRITTEN TO THE
003070*    BRANCH'S FILE.  A DATA RECORD LEADS WITH THE RESULT KIND:
003080*    'O' A RESULT RECORD FROM TRANSOUT, 'R' A REJECT NOTICE
003090*    FROM REJNOTE.
003100*
003110 01  WS-RESP-RECORD.
003120     COPY CXBCTL
003130         REPLACING LEADING ==CXB-CTL== BY ==BR==.
003140     05  BR-DATA-VIEW REDEFINES BR-BODY.
003150         10  BR-RESULT-KIND    PIC X(01).
003160         10  BR-OUT-STRING     PIC X(08).
003170         10  BR-TRACE-DATE     PIC 9(08).
003180         10  BR-TRACE-SEQ      PIC 9(08).
003190         10  FILLER            PIC X(02).
003200*
003210*    TRACE-LOGGING CALL FIELDS FOR THE CXB40134 SERVICE.  A
003220*    RECORD WITH A ZERO SEQUENCE HAS NO TRACE KEY AND IS LOGGED
003230*    WITH A BLANK ONE, WHICH THE SERVICE IGNORES.
003240*
003250 77  WS-TRC-FUNCTION           PIC X(01)  VALUE SPACE.
003260 01  WS-TRC-KEY.
003270     05  WS-TRC-BRANCH         PIC X(03)  VALUE SPACES.
003280     05  WS-TRC-DATE           PIC 9(08)  VALUE ZERO.
003290     05  WS-TRC-SEQ            PIC 9(08)  VALUE ZERO.
003300 77  WS-TRC-EVENT              PIC X(12)  VALUE SPACES.
003310 77  WS-TRC-STRING             PIC X(08)  VALUE SPACES.
003320 77  WS-TRC-DETAIL             PIC X(20)  VALUE SPACES.
003330 77  WS-TRC-RESULT             PIC X(01)  VALUE SPACE.
003340*
003350*    RUN-CONTROL REGISTRATION FIELDS FOR THE CXB40107 SERVICE
003360*
003370 77  WS-RUNC-FUNCTION          PIC X(01)  VALUE 'S'.
003380 77  WS-RUNC-REJ-ZERO          PIC 9(09)  COMP VALUE ZERO.
003390 77  WS-RUNC-TRUNC-ZERO        PIC 9(09)  COMP VALUE ZERO.
003400 77  WS-RUNC-OVFL-ZERO         PIC 9(09)  COMP VALUE ZERO.
003410 77  WS-RUNC-FINAL-RC          PIC S9(04) COMP VALUE ZERO.
003420 77  WS-RUNC-RESULT            PIC X(01)  VALUE '0'.
003430     88  RUN-CALL-RECORDED                   VALUE '0'.
003440     88  RUN-DUPLICATE                       VALUE 'D'.
003450     88  RUN-REGISTRY-ERROR                  VALUE 'E'.
003460*
003470*
003480*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
003490*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
003500*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
003510*
003520 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
003530 PROCEDURE DIVISION.
003540*
003550*===============================================================
003560*    0000-MAINLINE
003570*===============================================================
003580 0000-MAINLINE.
003590*
003600     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
003610*
003620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003630*
003640     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
003650         UNTIL END-OF-RESULTS.
003660*
003670     IF TRAILER-NOT-SEEN AND ENVELOPE-GOOD
003680         DISPLAY 'CXB40115 TRANSOUT TRAILER MISSING - '
003690             'FILE TRUNCATED IN TRANSFER?'
003700         SET ENVELOPE-BAD TO TRUE
003710     END-IF.
003720*
003730*    REJECT NOTICES ARE ONLY DISTRIBUTED OFF A RESULT FILE
003740*    THAT BALANCED; A BAD ENVELOPE LEAVES REJNOTE IN PLACE
003750*    FOR THE CORRECTED RERUN.
003760*
003770     IF ENVELOPE-GOOD
003780         PERFORM 3000-PROCESS-NOTES THRU 3000-EXIT
003790     END-IF.
003800*
003810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003820*
003830     STOP RUN.
003840*
003850*===============================================================
003860*    0500-REGISTER-START
003870*===============================================================
003880 0500-REGISTER-START.
003890*
003900     MOVE 'S' TO WS-RUNC-FUNCTION.
003910     CALL 'CXB40107' USING WS-RUNC-FUNCTION
003920                            PROGRAM-NAME
003930                            WS-RECORD-COUNT
003940                            WS-ROUTED-COUNT
003950                            WS-RUNC-REJ-ZERO
003960                            WS-RUNC-TRUNC-ZERO
003970                            WS-RUNC-OVFL-ZERO
003980                            WS-RUNC-FINAL-RC
003990                            WS-RUNC-RESULT.
004000*
004010     IF RUN-DUPLICATE
004020         DISPLAY 'CXB40115 ALREADY RAN THIS BUSINESS DATE - '
004030             'RUN REFUSED'
004040         MOVE 20 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070*
004080     IF RUN-REGISTRY-ERROR
004090         DISPLAY 'CXB40115 RUN REGISTRY UNAVAILABLE - '
004100             'RUN CONTINUES UNREGISTERED'
004110     END-IF.
004120*
004130 0500-EXIT.
004140     EXIT.
004150*
004160*===============================================================
004170*    1000-INITIALIZE
004180*===============================================================
004190 1000-INITIALIZE.
004200*
004210     CALL 'CXB40117' USING WS-RUN-DATE
004220                            WS-BDAT-RESULT.
004230*
004240     PERFORM 1200-LOAD-BRANCH-MASTER THRU 1200-EXIT.
004250     IF MASTER-NOT-LOADED
004260         SET ENVELOPE-BAD TO TRUE
004270         SET END-OF-RESULTS TO TRUE
004280         GO TO 1000-EXIT
004290     END-IF.
004300*
004310*    EVERY OPEN OFFICE GETS A RESPONSE FILE EVERY NIGHT, EVEN
004320*    AN EMPTY ONE - A HEADER AND A ZERO-COUNT TRAILER TELL THE
004330*    OFFICE "NOTHING FOR YOU" EXPLICITLY, WHERE A MISSING FILE
004340*    WOULD ONLY RAISE QUESTIONS.
004350*
004360     PERFORM 1100-WRITE-RESP-HEADER THRU 1100-EXIT
004370         VARYING WS-BRANCH-IDX FROM 1 BY 1
004380         UNTIL WS-BRANCH-IDX > WS-BRANCH-MAX.
004390*
004400     OPEN INPUT TRANS-OUT-FILE.
004410     IF NOT WS-TOUT-FILE-OK
004420         DISPLAY 'CXB40115 TRANSOUT NOT AVAILABLE, STATUS='
004430             WS-TOUT-STATUS
004440         SET ENVELOPE-BAD TO TRUE
004450         SET END-OF-RESULTS TO TRUE
004460         GO TO 1000-EXIT
004470     END-IF.
004480     SET TOUT-WAS-OPENED TO TRUE.
004490*
004500     READ TRANS-OUT-FILE
004510         AT END
004520             SET END-OF-RESULTS TO TRUE
004530     END-READ.
004540*
004550*    THE FIRST TRANSOUT RECORD MUST BE THE CONTROL HEADER; A
004560*    FILE THAT OPENS WITH ANYTHING ELSE FAILS THE STEP BEFORE
004570*    ANY RECORD IS ROUTED.
004580*
004590     IF END-OF-RESULTS
004600         DISPLAY 'CXB40115 TRANSOUT EMPTY - NO CONTROL HEADER'
004610         SET ENVELOPE-BAD TO TRUE
004620     ELSE
004630         IF TO-HEADER-REC
004640             READ TRANS-OUT-FILE
004650                 AT END
004660                     SET END-OF-RESULTS TO TRUE
004670             END-READ
004680         ELSE
004690             DISPLAY 'CXB40115 TRANSOUT HAS NO CONTROL HEADER '
004700                 '- STEP FAILED'
004710             SET ENVELOPE-BAD TO TRUE
004720             SET END-OF-RESULTS TO TRUE
004730         END-IF
004740     END-IF.
004750*
004760 1000-EXIT.
004770     EXIT.
004780*
004790*===============================================================
004800*    1100-WRITE-RESP-HEADER
004810*===============================================================
004820 1100-WRITE-RESP-HEADER.
004830*
004840     IF WS-BRANCH-ID(WS-BRANCH-IDX) = SPACES
004850         GO TO 1100-EXIT
004860     END-IF.
004870     PERFORM 1150-OPEN-RESPONSE THRU 1150-EXIT.
004880*
004890     MOVE SPACES TO BR-BODY.
004900     SET BR-HEADER-REC TO TRUE.
004910     MOVE WS-RESP-ID(WS-BRANCH-IDX) TO BR-FILE-ID.
004920     MOVE WS-RUN-DATE TO BR-CREATE-DATE.
004930     MOVE PROGRAM-NAME TO BR-SOURCE.
004940     MOVE WS-BRANCH-IDX TO WS-ROUTE-INDEX.
004950     PERFORM 6000-WRITE-RESP-RECORD THRU 6000-EXIT.
004960*
004970 1100-EXIT.
004980     EXIT.
004990*
005000*===============================================================
005010*    1150-OPEN-RESPONSE
005020*===============================================================
005030 1150-OPEN-RESPONSE.
005040*
005050     EVALUATE WS-BRANCH-IDX
005060         WHEN 1 OPEN OUTPUT BRANCH01R-FILE
005070         WHEN 2 OPEN OUTPUT BRANCH02R-FILE
005080         WHEN 3 OPEN OUTPUT BRANCH03R-FILE
005090         WHEN 4 OPEN OUTPUT BRANCH04R-FILE
005100         WHEN 5 OPEN OUTPUT BRANCH05R-FILE
005110         WHEN 6 OPEN OUTPUT BRANCH06R-FILE
005120         WHEN 7 OPEN OUTPUT BRANCH07R-FILE
005130         WHEN 8 OPEN OUTPUT BRANCH08R-FILE
005140         WHEN 9 OPEN OUTPUT BRANCH09R-FILE
005150         WHEN 10 OPEN OUTPUT BRANCH10R-FILE
005160     END-EVALUATE.
005170*
005180 1150-EXIT.
005190     EXIT.
005200*
005210*===============================================================
005220*    1200-LOAD-BRANCH-MASTER
005230*===============================================================
005240 1200-LOAD-BRANCH-MASTER.
005250*
005260*    ONLY A BRANCH OPEN ON THE BUSINESS DATE - FROM ITS OPEN
005270*    DATE UP TO, BUT NOT INCLUDING, ITS CLOSE DATE - TAKES ITS
005280*    SLOT, THE SAME TEST CXB40109 MERGES BY.
005290*
005300     MOVE SPACES TO WS-BRANCH-ID-TABLE.
005310     MOVE SPACES TO WS-RESP-ID-TABLE.
005320*
005330     OPEN INPUT BRANCH-MASTER-FILE.
005340     IF NOT WS-MAST-FILE-OK
005350         DISPLAY 'CXB40115 BRANMAST NOT AVAILABLE, STATUS='
005360             WS-MAST-STATUS
005370         DISPLAY 'CXB40115 NOTHING ROUTED - STEP FAILED'
005380         GO TO 1200-EXIT
005390     END-IF.
005400*
005410     SET NOT-END-OF-MASTER TO TRUE.
005420     PERFORM 1210-LOAD-ONE-BRANCH THRU 1210-EXIT
005430         UNTIL END-OF-MASTER.
005440     CLOSE BRANCH-MASTER-FILE.
005450*
005460     IF WS-MAST-ENTRY-COUNT = ZERO
005470         DISPLAY 'CXB40115 BRANMAST HOLDS NO BRANCHES'
005480         DISPLAY 'CXB40115 NOTHING ROUTED - STEP FAILED'
005490     ELSE
005500         SET MASTER-LOADED TO TRUE
005510     END-IF.
005520*
005530 1200-EXIT.
005540     EXIT.
005550*
005560*===============================================================
005570*    1210-LOAD-ONE-BRANCH
005580*===============================================================
005590 1210-LOAD-ONE-BRANCH.
005600*
005610     READ BRANCH-MASTER-FILE
005620         AT END
005630             SET END-OF-MASTER TO TRUE
005640             GO TO 1210-EXIT
005650     END-READ.
005660*
005670     ADD 1 TO WS-MAST-ENTRY-COUNT.
005680     IF BM-FEED-SLOT NOT NUMERIC
005690         OR BM-FEED-SLOT < 1
005700         OR BM-FEED-SLOT > WS-BRANCH-MAX
005710         GO TO 1210-EXIT
005720     END-IF.
005730     IF BM-OPEN-DATE > WS-RUN-DATE
005740         GO TO 1210-EXIT
005750     END-IF.
005760     IF BM-CLOSE-DATE NOT = ZERO
005770         AND BM-CLOSE-DATE NOT > WS-RUN-DATE
005780         GO TO 1210-EXIT
005790     END-IF.
005800*
005810     MOVE BM-FEED-SLOT TO WS-SLOT.
005820     MOVE BM-BRANCH-ID TO WS-BRANCH-ID(WS-SLOT).
005830     STRING BM-BRANCH-ID 'RESP' DELIMITED BY SIZE
005840         INTO WS-RESP-ID(WS-SLOT).
005850*
005860 1210-EXIT.
005870     EXIT.
005880*
005890*===============================================================
005900*    2000-PROCESS-RESULT
005910*===============================================================
005920 2000-PROCESS-RESULT.
005930*
005940*    ONLY A DATA RECORD IS ROUTED; THE TRAILER CLOSES THE FILE
005950*    AND IS VERIFIED AGAINST WHAT WAS ACTUALLY READ, AND ANY
005960*    OTHER RECORD TYPE FAILS THE ENVELOPE.
005970*
005980     IF TO-TRAILER-REC
005990         PERFORM 6600-VERIFY-TRAILER THRU 6600-EXIT
006000         SET TRAILER-SEEN TO TRUE
006010         SET END-OF-RESULTS TO TRUE
006020         GO TO 2000-EXIT
006030     END-IF.
006040     IF NOT TO-DATA-REC
006050         DISPLAY 'CXB40115 TRANSOUT BAD RECORD TYPE "'
006060             TO-RECORD-TYPE '" - STEP FAILED'
006070         SET ENVELOPE-BAD TO TRUE
006080         SET END-OF-RESULTS TO TRUE
006090         GO TO 2000-EXIT
006100     END-IF.
006110*
006120     ADD 1 TO WS-RECORD-COUNT.
006130     MOVE TO-OUT-STRING TO WS-HASH-STRING.
006140     PERFORM 6500-HASH-STRING THRU 6500-EXIT.
006150     ADD WS-HASH-VALUE TO WS-IN-HASH.
006160*
006170     MOVE TO-BRANCH-ID TO WS-WORK-BRANCH.
006180     PERFORM 2500-FIND-BRANCH THRU 2500-EXIT.
006190     IF WS-ROUTE-INDEX > 0
006200         MOVE SPACES TO BR-BODY
006210         SET BR-DATA-REC TO TRUE
006220         MOVE 'O' TO BR-RESULT-KIND
006230         MOVE TO-OUT-STRING TO BR-OUT-STRING
006240         MOVE TO-TRACE-DATE TO BR-TRACE-DATE
006250         MOVE TO-TRACE-SEQ TO BR-TRACE-SEQ
006260         PERFORM 6000-WRITE-RESP-RECORD THRU 6000-EXIT
006270         PERFORM 6100-COUNT-RESP-RECORD THRU 6100-EXIT
006280         ADD 1 TO WS-ROUTED-COUNT
006290         MOVE 'RETURNED' TO WS-TRC-EVENT
006300         PERFORM 7000-LOG-TRACE THRU 7000-EXIT
006310     ELSE
006320         ADD 1 TO WS-UNROUTED-COUNT
006330     END-IF.
006340*
006350     READ TRANS-OUT-FILE
006360         AT END
006370             SET END-OF-RESULTS TO TRUE
006380     END-READ.
006390*
006400 2000-EXIT.
006410     EXIT.
006420*
006430*===============================================================
006440*    2500-FIND-BRANCH
006450*===============================================================
006460 2500-FIND-BRANCH.
006470*
006480     MOVE ZERO TO WS-ROUTE-INDEX.
006490     PERFORM 2510-SCAN-BRANCH THRU 2510-EXIT
006500         VARYING WS-BRANCH-IDX FROM 1 BY 1
006510         UNTIL WS-BRANCH-IDX > WS-BRANCH-MAX
006520            OR WS-ROUTE-INDEX > ZERO.
006530*
006540 2500-EXIT.
006550     EXIT.
006560*
006570*===============================================================
006580*    2510-SCAN-BRANCH
006590*===============================================================
006600 2510-SCAN-BRANCH.
006610*
006620     IF WS-BRANCH-ID(WS-BRANCH-IDX) = WS-WORK-BRANCH
006630         AND WS-BRANCH-ID(WS-BRANCH-IDX) NOT = SPACES
006640         MOVE WS-BRANCH-IDX TO WS-ROUTE-INDEX
006650     END-IF.
006660*
006670 2510-EXIT.
006680     EXIT.
006690*
006700*===============================================================
006710*    3000-PROCESS-NOTES
006720*===============================================================
006730 3000-PROCESS-NOTES.
006740*
006750*    A MISSING REJNOTE JUST MEANS NOTHING WAS REJECTED.  ONCE
006760*    THE NOTICES ARE DISTRIBUTED THE FILE IS RESET TO EMPTY,
006770*    THE SAME WAY CXB40093 RESETS RESUBMIT AFTER ITS PICKUP,
006780*    SO A NOTICE IS DELIVERED EXACTLY ONCE.
006790*
006800     OPEN INPUT REJECT-NOTE-FILE.
006810     IF NOT WS-NOTE-FILE-OK
006820         SET END-OF-NOTES TO TRUE
006830         GO TO 3000-EXIT
006840     END-IF.
006850*
006860     READ REJECT-NOTE-FILE
006870         AT END
006880             SET END-OF-NOTES TO TRUE
006890     END-READ.
006900*
006910     PERFORM 3100-ROUTE-NOTE THRU 3100-EXIT
006920         UNTIL END-OF-NOTES.
006930*
006940     CLOSE REJECT-NOTE-FILE.
006950     OPEN OUTPUT REJECT-NOTE-FILE.
006960     CLOSE REJECT-NOTE-FILE.
006970*
006980 3000-EXIT.
006990     EXIT.
007000*
007010*===============================================================
007020*    3100-ROUTE-NOTE
007030*===============================================================
007040 3100-ROUTE-NOTE.
007050*
007060     MOVE RJ-BRANCH-ID TO WS-WORK-BRANCH.
007070     PERFORM 2500-FIND-BRANCH THRU 2500-EXIT.
007080     IF WS-ROUTE-INDEX > 0
007090         MOVE SPACES TO BR-BODY
007100         SET BR-DATA-REC TO TRUE
007110         MOVE 'R' TO BR-RESULT-KIND
007120         MOVE RJ-IN-STRING TO BR-OUT-STRING
007130         MOVE RJ-TRACE-DATE TO BR-TRACE-DATE
007140         MOVE RJ-TRACE-SEQ TO BR-TRACE-SEQ
007150         PERFORM 6000-WRITE-RESP-RECORD THRU 6000-EXIT
007160         PERFORM 6100-COUNT-RESP-RECORD THRU 6100-EXIT
007170         ADD 1 TO WS-NOTICE-COUNT
007180         MOVE 'NOTIFIED' TO WS-TRC-EVENT
007190         PERFORM 7000-LOG-TRACE THRU 7000-EXIT
007200     ELSE
007210         ADD 1 TO WS-UNROUTED-COUNT
007220     END-IF.
007230*
007240     READ REJECT-NOTE-FILE
007250         AT END
007260             SET END-OF-NOTES TO TRUE
007270     END-READ.
007280*
007290 3100-EXIT.
007300     EXIT.
007310*
007320*===============================================================
007330*    6000-WRITE-RESP-RECORD
007340*===============================================================
007350 6000-WRITE-RESP-RECORD.
007360*
007370     EVALUATE WS-ROUTE-INDEX
007380         WHEN 1 WRITE BRANCH01R-RECORD FROM WS-RESP-RECORD
007390         WHEN 2 WRITE BRANCH02R-RECORD FROM WS-RESP-RECORD
007400         WHEN 3 WRITE BRANCH03R-RECORD FROM WS-RESP-RECORD
007410         WHEN 4 WRITE BRANCH04R-RECORD FROM WS-RESP-RECORD
007420         WHEN 5 WRITE BRANCH05R-RECORD FROM WS-RESP-RECORD
007430         WHEN 6 WRITE BRANCH06R-RECORD FROM WS-RESP-RECORD
007440         WHEN 7 WRITE BRANCH07R-RECORD FROM WS-RESP-RECORD
007450         WHEN 8 WRITE BRANCH08R-RECORD FROM WS-RESP-RECORD
007460         WHEN 9 WRITE BRANCH09R-RECORD FROM WS-RESP-RECORD
007470         WHEN 10 WRITE BRANCH10R-RECORD FROM WS-RESP-RECORD
007480     END-EVALUATE.
007490*
007500 6000-EXIT.
007510     EXIT.
007520*
007530*===============================================================
007540*    6100-COUNT-RESP-RECORD
007550*===============================================================
007560 6100-COUNT-RESP-RECORD.
007570*
007580*    THE TRAILER TOTALS COVER THE DATA RECORDS ONLY, HASHED
007590*    OVER THE RECORD'S STRING FIELD WITH THE SHARED COLLATE
007600*    TABLE, SO THE OFFICE'S READER CAN BALANCE THE FILE THE
007610*    SAME WAY CXB40093 BALANCES TRANSIN.
007620*
007630     ADD 1 TO WS-TBL-RESP-COUNT(WS-ROUTE-INDEX).
007640     MOVE BR-OUT-STRING TO WS-HASH-STRING.
007650     PERFORM 6500-HASH-STRING THRU 6500-EXIT.
007660     ADD WS-HASH-VALUE TO WS-TBL-RESP-HASH(WS-ROUTE-INDEX).
007670*
007680 6100-EXIT.
007690     EXIT.
007700*
007710*===============================================================
007720*    6500-HASH-STRING
007730*===============================================================
007740 6500-HASH-STRING.
007750*
007760*    HASHES WS-HASH-STRING INTO WS-HASH-VALUE EXACTLY THE WAY
007770*    THE OTHER ENVELOPE WRITERS AND READERS DO, THROUGH THE
007780*    SHARED CXBHASH COLLATE TABLE.
007790*
007800     MOVE ZERO TO WS-HASH-VALUE.
007810     PERFORM 6510-HASH-ONE-BYTE THRU 6510-EXIT
007820         VARYING WS-HASH-INDEX FROM 1 BY 1
007830         UNTIL WS-HASH-INDEX > LENGTH OF WS-HASH-STRING.
007840*
007850 6500-EXIT.
007860     EXIT.
007870*
007880*===============================================================
007890*    6510-HASH-ONE-BYTE
007900*===============================================================
007910 6510-HASH-ONE-BYTE.
007920*
007930     MOVE WS-HASH-STRING(WS-HASH-INDEX:1) TO WS-HASH-BYTE.
007940     MOVE ZERO TO WS-HASH-TALLY.
007950     INSPECT CXB-COLLATE-TABLE TALLYING WS-HASH-TALLY
007960         FOR CHARACTERS BEFORE INITIAL WS-HASH-BYTE.
007970     COMPUTE WS-HASH-VALUE = WS-HASH-VALUE + WS-HASH-TALLY + 1.
007980*
007990 6510-EXIT.
008000     EXIT.
008010*
008020*===============================================================
008030*    6600-VERIFY-TRAILER
008040*===============================================================
008050 6600-VERIFY-TRAILER.
008060*
008070     IF TO-RECORD-COUNT NOT = WS-RECORD-COUNT
008080         OR TO-HASH-TOTAL NOT = WS-IN-HASH
008090         DISPLAY 'CXB40115 TRANSOUT CONTROL TOTALS DO NOT '
008100             'MATCH WHAT WAS READ - STEP FAILED'
008110         DISPLAY 'CXB40115 TRAILER COUNT=' TO-RECORD-COUNT
008120             ' READ=' WS-RECORD-COUNT
008130         SET ENVELOPE-BAD TO TRUE
008140     END-IF.
008150*
008160 6600-EXIT.
008170     EXIT.
008180*
008190*===============================================================
008200*    8800-WRITE-RESP-TRAILER
008210*===============================================================
008220 8800-WRITE-RESP-TRAILER.
008230*
008240     IF WS-BRANCH-ID(WS-BRANCH-IDX) = SPACES
008250         GO TO 8800-EXIT
008260     END-IF.
008270*
008280     MOVE SPACES TO BR-BODY.
008290     SET BR-TRAILER-REC TO TRUE.
008300     MOVE WS-TBL-RESP-COUNT(WS-BRANCH-IDX) TO BR-RECORD-COUNT.
008310     MOVE WS-TBL-RESP-HASH(WS-BRANCH-IDX)  TO BR-HASH-TOTAL.
008320     MOVE WS-BRANCH-IDX TO WS-ROUTE-INDEX.
008330     PERFORM 6000-WRITE-RESP-RECORD THRU 6000-EXIT.
008340*
008350 8800-EXIT.
008360     EXIT.
008370*
008380*===============================================================
008390*    8850-CLOSE-RESPONSE
008400*===============================================================
008410 8850-CLOSE-RESPONSE.
008420*
008430     IF WS-BRANCH-ID(WS-BRANCH-IDX) = SPACES
008440         GO TO 8850-EXIT
008450     END-IF.
008460*
008470     EVALUATE WS-BRANCH-IDX
008480         WHEN 1 CLOSE BRANCH01R-FILE
008490         WHEN 2 CLOSE BRANCH02R-FILE
008500         WHEN 3 CLOSE BRANCH03R-FILE
008510         WHEN 4 CLOSE BRANCH04R-FILE
008520         WHEN 5 CLOSE BRANCH05R-FILE
008530         WHEN 6 CLOSE BRANCH06R-FILE
008540         WHEN 7 CLOSE BRANCH07R-FILE
008550         WHEN 8 CLOSE BRANCH08R-FILE
008560         WHEN 9 CLOSE BRANCH09R-FILE
008570         WHEN 10 CLOSE BRANCH10R-FILE
008580     END-EVALUATE.
008590*
008600 8850-EXIT.
008610     EXIT.
008620*
008630*===============================================================
008640*    7000-LOG-TRACE
008650*===============================================================
008660 7000-LOG-TRACE.
008670*
008680*    WRITES THE RESPONSE RECORD JUST ROUTED TO THE TRACELOG
008690*    RECORD HISTORY UNDER ITS TRACE KEY, NAMING THE RESPONSE
008700*    FILE IT WENT TO.  THE CALLER SETS WS-TRC-EVENT.
008710*
008720     IF BR-TRACE-SEQ NOT NUMERIC OR BR-TRACE-SEQ = ZERO
008730         MOVE SPACES TO WS-TRC-KEY
008740     ELSE
008750         MOVE WS-WORK-BRANCH TO WS-TRC-BRANCH
008760         MOVE BR-TRACE-DATE TO WS-TRC-DATE
008770         MOVE BR-TRACE-SEQ TO WS-TRC-SEQ
008780     END-IF.
008790     MOVE BR-OUT-STRING TO WS-TRC-STRING.
008800     MOVE SPACES TO WS-TRC-DETAIL.
008810     STRING 'TO ' WS-RESP-ID(WS-ROUTE-INDEX) DELIMITED BY SIZE
008820         INTO WS-TRC-DETAIL.
008830     MOVE 'W' TO WS-TRC-FUNCTION.
008840     CALL 'CXB40134' USING WS-TRC-FUNCTION
008850                            PROGRAM-NAME
008860                            WS-TRC-KEY
008870                            WS-TRC-EVENT
008880                            WS-TRC-STRING
008890                            WS-TRC-DETAIL
008900                            WS-TRC-RESULT.
008910*
008920 7000-EXIT.
008930     EXIT.
008940*
008950*===============================================================
008960*    9000-TERMINATE
008970*===============================================================
008980 9000-TERMINATE.
008990*
009000*    ONLY A CLEAN RUN STAMPS THE RESPONSE TRAILERS: A RUN
009010*    WHOSE TRANSOUT FAILED ITS ENVELOPE LEAVES EVERY RESPONSE
009020*    TRAILER-LESS, SO NO OFFICE ACCEPTS A RESPONSE BUILT FROM
009030*    A RESULT FILE THIS RUN ITSELF DECLARED BAD.
009040*
009050     IF ENVELOPE-GOOD
009060         PERFORM 8800-WRITE-RESP-TRAILER THRU 8800-EXIT
009070             VARYING WS-BRANCH-IDX FROM 1 BY 1
009080             UNTIL WS-BRANCH-IDX > WS-BRANCH-MAX
009090     END-IF.
009100*
009110     IF TOUT-WAS-OPENED
009120         CLOSE TRANS-OUT-FILE
009130     END-IF.
009140     PERFORM 8850-CLOSE-RESPONSE THRU 8850-EXIT
009150         VARYING WS-BRANCH-IDX FROM 1 BY 1
009160         UNTIL WS-BRANCH-IDX > WS-BRANCH-MAX.
009170*
009180     MOVE 'C' TO WS-TRC-FUNCTION.
009190     CALL 'CXB40134' USING WS-TRC-FUNCTION
009200                            PROGRAM-NAME
009210                            WS-TRC-KEY
009220                            WS-TRC-EVENT
009230                            WS-TRC-STRING
009240                            WS-TRC-DETAIL
009250                            WS-TRC-RESULT.
009260*
009270     DISPLAY 'CXB40115 RESULTS READ:       ' WS-RECORD-COUNT.
009280     DISPLAY 'CXB40115 RESULTS ROUTED:     ' WS-ROUTED-COUNT.
009290     DISPLAY 'CXB40115 NOTICES ROUTED:     ' WS-NOTICE-COUNT.
009300     DISPLAY 'CXB40115 RECORDS UNROUTED:   ' WS-UNROUTED-COUNT.
009310*
009320     PERFORM 9100-DISPLAY-BRANCH-TOTALS THRU 9100-EXIT
009330         VARYING WS-BRANCH-IDX FROM 1 BY 1
009340         UNTIL WS-BRANCH-IDX > WS-BRANCH-MAX.
009350*
009360     IF ENVELOPE-BAD
009370         MOVE 16 TO RETURN-CODE
009380     END-IF.
009390*
009400     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
009410*
009420 9000-EXIT.
009430     EXIT.
009440*
009450*===============================================================
009460*    8900-REGISTER-END
009470*===============================================================
009480 8900-REGISTER-END.
009490*
009500     MOVE 'E' TO WS-RUNC-FUNCTION.
009510     MOVE RETURN-CODE TO WS-RUNC-FINAL-RC.
009520     CALL 'CXB40107' USING WS-RUNC-FUNCTION
009530                            PROGRAM-NAME
009540                            WS-RECORD-COUNT
009550                            WS-ROUTED-COUNT
009560                            WS-RUNC-REJ-ZERO
009570                            WS-RUNC-TRUNC-ZERO
009580                            WS-RUNC-OVFL-ZERO
009590                            WS-RUNC-FINAL-RC
009600                            WS-RUNC-RESULT.
009610     IF RUN-REGISTRY-ERROR
009620         DISPLAY 'CXB40115 RUN REGISTRY UNAVAILABLE - '
009630             'END OF RUN NOT RECORDED'
009640     END-IF.
009650     MOVE WS-RUNC-FINAL-RC TO RETURN-CODE.
009660*
009670 8900-EXIT.
009680     EXIT.
009690*
009700*===============================================================
009710*    9100-DISPLAY-BRANCH-TOTALS
009720*===============================================================
009730 9100-DISPLAY-BRANCH-TOTALS.
009740*
009750     IF WS-BRANCH-ID(WS-BRANCH-IDX) = SPACES
009760         GO TO 9100-EXIT
009770     END-IF.
009780     DISPLAY 'CXB40115 BRANCH ' WS-BRANCH-ID(WS-BRANCH-IDX)
009790         ' RESPONSE RECORDS: '
009800         WS-TBL-RESP-COUNT(WS-BRANCH-IDX).
009810*
009820 9100-EXIT.
009830     EXIT.
