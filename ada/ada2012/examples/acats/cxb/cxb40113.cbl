000240*          overwritten by a later run.  GEN-KEEP comes from the
000250*          SITEPARM file (default 3, physical maximum 5 slots).
000260*
000270*          Before a slot is reused, the generation it holds is
000280*          checked against the legal-hold register through the
000290*          CXB40149 service.  A generation whose business date
000300*          is under an active hold is first copied, record for
000310*          record, to the HOLDARCH hold archive, tagged with its
000320*          file, date, time, cycle, slot and the matter holding
000330*          it; only then is the slot overwritten.  If the hold
000340*          cannot be checked or the archive copy fails, the slot
000350*          is left untouched and the keep fails.
000360*
000370*     INPUTS:
000380*          GK-FILE-ID - 'TRANSOUT' or 'DBLOUT'.
000390*          TRANSOUT / DBLOUT - the live result file to copy.
000400*          GENCTL     - generation control file.
000410*          SITEPARM   - keyed site parameter file (GEN-KEEP).
000420*          LEGALHLD   - keyed legal-hold register, read through
000430*                       the CXB40149 hold-check service.
000440*
000450*     OUTPUTS:
000460*          TRANSG1-TRANSG5 / DBLG1-DBLG5 - generation copies.
000470*          GENCTL     - rewritten with the new generation entry.
000480*          HOLDARCH   - sequential hold archive of generations
000490*                       copied out before their slot is reused,
000500*                       appended across runs.
000510*          GK-RESULT  - '0' kept, 'E' error (unknown file id or
000520*                       control-file trouble); the caller's run
000530*                       is already complete either way.
000540*
000550*     CHANGE HISTORY:
000560*       23 AUG 2026   DPO   Initial release.
000570*       02 SEP 2026   DPO   The generation date now comes from
000580*                           the CXB40117 business-date
000590*                           service (the BUSDATE control
000600*                           file, rolled by CXB40118)
000610*                           instead of ACCEPT FROM DATE,
000620*                           so work that slips past
000630*                           midnight still posts under the
000640*                           right business date.
000650*       02 SEP 2026   DPO   Date fields are now PIC 9(08)
000660*                           CCYYMMDD, in step with the shared
000670*                           copybooks, so dates compare and
000680*                           order correctly across a century
000690*                           boundary.  Existing keyed and
000700*                           archive files are rebuilt into
000710*                           the new layout by the CXB40119
000720*                           conversion utility.
000730*       02 SEP 2026   DPO   Every write and rewrite of the
000740*                           keyed file is now also appended
000750*                           as an after-image to its
000760*                           sequential journal, so the
000770*                           CXB40129 rebuild utility can
000780*                           reconstruct the file from the
000790*                           last backup plus the journal
000800*                           after a broken index.
000810*       15 OCT 2026   DPO   Each generation entry now also
000820*                           records the processing cycle (from
000830*                           the new CXB40136 service) that
000840*                           produced it, so a midday cycle's
000850*                           generation is told apart from the
000860*                           overnight one of the same business
000870*                           date.  GENCTL and GENCJRNL grow
000880*                           from 34 to 36 bytes.
000890*       15 OCT 2026   DPO   A slot holding a generation whose
000900*                           business date is under an active
000910*                           legal hold (CXB40149) is copied to
000920*                           the new HOLDARCH hold archive
000930*                           before it is reused.  A failed
000940*                           hold check or archive copy leaves
000950*                           the slot as it was and fails the
000960*                           keep.
000970*
000980 IDENTIFICATION DIVISION.
000990 PROGRAM-ID. CXB40113.
001000 AUTHOR. DATA-PROCESSING-OPERATIONS.
001010 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
001020 DATE-WRITTEN. 23 AUG 2026.
001030 DATE-COMPILED.
001040*
001050 ENVIRONMENT DIVISION.
001060 INPUT-OUTPUT SECTION.
001070 FILE-CONTROL.
001080     SELECT GEN-CONTROL-FILE ASSIGN TO "GENCTL"
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-CTL-STATUS.
001110     SELECT SITE-PARM-FILE ASSIGN TO "SITEPARM"
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS RANDOM
001140         RECORD KEY IS SP-PARM-KEY
001150         FILE STATUS IS WS-PARM-STATUS.
001160     SELECT JOURNAL-FILE ASSIGN TO "GENCJRNL"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WS-JRNL-STATUS.
001190     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
001200         ORGANIZATION IS SEQUENTIAL
001210         FILE STATUS IS WS-LIVE-STATUS.
001220     SELECT DBL-OUT-FILE ASSIGN TO "DBLOUT"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WS-LIVE-STATUS.
001250     SELECT TRANSG1-FILE ASSIGN TO "TRANSG1"
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS WS-SLOT-STATUS.
001280     SELECT TRANSG2-FILE ASSIGN TO "TRANSG2"
001290         ORGANIZATION IS SEQUENTIAL
001300         FILE STATUS IS WS-SLOT-STATUS.
001310     SELECT TRANSG3-FILE ASSIGN TO "TRANSG3"
001320         ORGANIZATION IS SEQUENTIAL
001330         FILE STATUS IS WS-SLOT-STATUS.
001340     SELECT TRANSG4-FILE ASSIGN TO "TRANSG4"
001350         ORGANIZATION IS SEQUENTIAL
001360         FILE STATUS IS WS-SLOT-STATUS.
001370     SELECT TRANSG5-FILE ASSIGN TO "TRANSG5"
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-SLOT-STATUS.
001400     SELECT DBLG1-FILE ASSIGN TO "DBLG1"
001410         ORGANIZATION IS SEQUENTIAL
001420         FILE STATUS IS WS-SLOT-STATUS.
001430     SELECT DBLG2-FILE ASSIGN TO "DBLG2"
001440         ORGANIZATION IS SEQUENTIAL
001450         FILE STATUS IS WS-SLOT-STATUS.
001460     SELECT DBLG3-FILE ASSIGN TO "DBLG3"
001470         ORGANIZATION IS SEQUENTIAL
001480         FILE STATUS IS WS-SLOT-STATUS.
001490     SELECT DBLG4-FILE ASSIGN TO "DBLG4"
001500         ORGANIZATION IS SEQUENTIAL
001510         FILE STATUS IS WS-SLOT-STATUS.
001520     SELECT DBLG5-FILE ASSIGN TO "DBLG5"
001530         ORGANIZATION IS SEQUENTIAL
001540         FILE STATUS IS WS-SLOT-STATUS.
001550     SELECT HOLD-ARCHIVE-FILE ASSIGN TO "HOLDARCH"
001560         ORGANIZATION IS SEQUENTIAL
001570         FILE STATUS IS WS-ARCH-STATUS.
001580*
001590 DATA DIVISION.
001600 FILE SECTION.
001610 FD  GEN-CONTROL-FILE
001620     RECORDING MODE IS F.
001630 01  GEN-CONTROL-RECORD.
001640     05  GC-FILE-ID            PIC X(08).
001650     05  GC-SLOT               PIC 9(01).
001660     05  GC-GEN-DATE           PIC 9(08).
001670     05  GC-GEN-TIME           PIC 9(08).
001680     05  GC-RECORD-COUNT       PIC 9(09).
001690     05  GC-GEN-CYCLE          PIC 9(02).
001700*
001710 FD  SITE-PARM-FILE
001720     RECORDING MODE IS F.
001730 01  SITE-PARM-RECORD.
001740     COPY CXBPARM
001750         REPLACING LEADING ==CXB== BY ==SP==.
001760*
001770*    GENCJRNL IS THE AFTER-IMAGE JOURNAL FOR GENCTL: ONE COPY
001780*    OF EVERY ENTRY WRITTEN WHEN THE CONTROL FILE IS
001790*    REWRITTEN, SO CXB40129 CAN REBUILD IT FROM THE LAST
001800*    BACKUP PLUS THIS FILE.
001810*
001820 FD  JOURNAL-FILE
001830     RECORDING MODE IS F.
001840 01  JOURNAL-RECORD            PIC X(36).
001850*
001860*    THE TWO LIVE RESULT FILES AND ALL TEN GENERATION SLOTS
001870*    CARRY THE SAME 28-BYTE ENVELOPED RECORDS, SO THE COPY IS
001880*    A STRAIGHT RECORD MOVE.
001890*
001900 FD  TRANS-OUT-FILE
001910     RECORDING MODE IS F.
001920 01  TRANS-OUT-RECORD          PIC X(28).
001930*
001940 FD  DBL-OUT-FILE
001950     RECORDING MODE IS F.
001960 01  DBL-OUT-RECORD            PIC X(28).
001970*
001980 FD  TRANSG1-FILE
001990     RECORDING MODE IS F.
002000 01  TRANSG1-RECORD            PIC X(28).
002010 FD  TRANSG2-FILE
002020     RECORDING MODE IS F.
002030 01  TRANSG2-RECORD            PIC X(28).
002040 FD  TRANSG3-FILE
002050     RECORDING MODE IS F.
002060 01  TRANSG3-RECORD            PIC X(28).
002070 FD  TRANSG4-FILE
002080     RECORDING MODE IS F.
002090 01  TRANSG4-RECORD            PIC X(28).
002100 FD  TRANSG5-FILE
002110     RECORDING MODE IS F.
002120 01  TRANSG5-RECORD            PIC X(28).
002130 FD  DBLG1-FILE
002140     RECORDING MODE IS F.
002150 01  DBLG1-RECORD              PIC X(28).
002160 FD  DBLG2-FILE
002170     RECORDING MODE IS F.
002180 01  DBLG2-RECORD              PIC X(28).
002190 FD  DBLG3-FILE
002200     RECORDING MODE IS F.
002210 01  DBLG3-RECORD              PIC X(28).
002220 FD  DBLG4-FILE
002230     RECORDING MODE IS F.
002240 01  DBLG4-RECORD              PIC X(28).
002250 FD  DBLG5-FILE
002260     RECORDING MODE IS F.
002270 01  DBLG5-RECORD              PIC X(28).
002280*
002290*    HOLDARCH CARRIES EACH RECORD OF A HELD GENERATION BEHIND
002300*    THE GENERATION'S OWN IDENTITY, SO ONE ARCHIVE HOLDS EVERY
002310*    GENERATION COPIED OUT FOR EVERY MATTER.
002320*
002330 FD  HOLD-ARCHIVE-FILE
002340     RECORDING MODE IS F.
002350 01  HOLD-ARCHIVE-RECORD.
002360     05  HA-FILE-ID            PIC X(08).
002370     05  HA-GEN-DATE           PIC 9(08).
002380     05  HA-GEN-TIME           PIC 9(08).
002390     05  HA-GEN-CYCLE          PIC 9(02).
002400     05  HA-SLOT               PIC 9(01).
002410     05  HA-MATTER-REF         PIC X(12).
002420     05  HA-ARCHIVE-DATE       PIC 9(08).
002430     05  HA-RECORD-SEQ         PIC 9(09).
002440     05  HA-DATA               PIC X(28).
002450*
002460 WORKING-STORAGE SECTION.
002470*
002480*    STANDALONE COUNTERS AND SWITCHES
002490*
002500 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40113'.
002510*
002520 77  WS-CTL-STATUS             PIC X(02)  VALUE SPACES.
002530     88  WS-CTL-FILE-OK                      VALUE '00'.
002540 77  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
002550     88  WS-PARM-FILE-OK                     VALUE '00'.
002560 77  WS-JRNL-STATUS            PIC X(02)  VALUE SPACES.
002570     88  WS-JRNL-FILE-OK                     VALUE '00'.
002580     88  WS-JRNL-NOT-FOUND                   VALUE '35'.
002590 77  WS-LIVE-STATUS            PIC X(02)  VALUE SPACES.
002600     88  WS-LIVE-FILE-OK                     VALUE '00'.
002610 77  WS-SLOT-STATUS            PIC X(02)  VALUE SPACES.
002620     88  WS-SLOT-FILE-OK                     VALUE '00'.
002630     88  WS-SLOT-END-OF-FILE                 VALUE '10'.
002640 77  WS-ARCH-STATUS            PIC X(02)  VALUE SPACES.
002650     88  WS-ARCH-FILE-OK                     VALUE '00'.
002660     88  WS-ARCH-NOT-FOUND                   VALUE '35'.
002670*
002680 77  WS-CTL-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002690     88  END-OF-CONTROL                      VALUE 'Y'.
002700     88  NOT-END-OF-CONTROL                  VALUE 'N'.
002710 77  WS-COPY-EOF-SWITCH        PIC X(01)  VALUE 'N'.
002720     88  END-OF-COPY                         VALUE 'Y'.
002730     88  NOT-END-OF-COPY                     VALUE 'N'.
002740*
002750*    WS-GEN-KEEP DEFAULTS TO 3 AND IS OVERRIDDEN BY THE
002760*    GEN-KEEP SITE PARAMETER, UP TO THE 5 PHYSICAL SLOTS.
002770*
002780 77  WS-GEN-KEEP               PIC 9(01)  VALUE 3.
002790 77  WS-SLOT-LIMIT             PIC 9(01)  VALUE 5.
002800 77  WS-NEXT-SLOT              PIC 9(01)  VALUE ZERO.
002810 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
002820 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
002830 77  WS-COPY-COUNT             PIC 9(09)  COMP VALUE ZERO.
002840 77  WS-COPY-RECORD            PIC X(28)  VALUE SPACES.
002850*
002860*    LEGAL-HOLD CHECK OF THE GENERATION ABOUT TO BE OVERWRITTEN,
002870*    AND THE COUNT OF ITS RECORDS COPIED TO HOLDARCH.
002880*
002890 77  WS-HOLD-DATE              PIC 9(08)  VALUE ZERO.
002900 77  WS-HOLD-MATTER            PIC X(12)  VALUE SPACES.
002910 77  WS-HOLD-RESULT            PIC X(01)  VALUE SPACE.
002920     88  GENERATION-HELD                     VALUE 'H'.
002930     88  GENERATION-NOT-HELD                 VALUE 'N'.
002940     88  HOLD-CHECK-FAILED                   VALUE 'E'.
002950 77  WS-ARCH-COUNT             PIC 9(09)  COMP VALUE ZERO.
002960 77  WS-ARCH-EOF-SWITCH        PIC X(01)  VALUE 'N'.
002970     88  END-OF-HELD-SLOT                    VALUE 'Y'.
002980     88  NOT-END-OF-HELD-SLOT                VALUE 'N'.
002990*
003000*    NEWEST-GENERATION SEARCH FIELDS: THE STAMP IS THE
003010*    GENERATION DATE AND TIME RUN TOGETHER SO ONE COMPARE
003020*    ORDERS THE SLOTS.
003030*
003040 77  WS-BEST-STAMP             PIC S9(18) COMP VALUE ZERO.
003050 77  WS-THIS-STAMP             PIC S9(18) COMP VALUE ZERO.
003060 77  WS-BEST-SLOT              PIC 9(01)  VALUE ZERO.
003070*
003080*    IN-CORE COPY OF GENCTL (AT MOST ONE ENTRY PER FILE-ID
003090*    PER SLOT: TWO FILE-IDS TIMES FIVE SLOTS).
003100*
003110 77  WS-GEN-MAX                PIC 9(03)  COMP VALUE 10.
003120 77  WS-GEN-COUNT              PIC 9(03)  COMP VALUE ZERO.
003130 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
003140 77  WS-FOUND-INDEX            PIC 9(03)  COMP VALUE ZERO.
003150 01  WS-GEN-TABLE.
003160     05  WS-GEN-ENTRY OCCURS 10 TIMES.
003170         10  WS-TBL-FILE-ID        PIC X(08).
003180         10  WS-TBL-SLOT           PIC 9(01).
003190         10  WS-TBL-GEN-DATE       PIC 9(08).
003200         10  WS-TBL-GEN-TIME       PIC 9(08).
003210         10  WS-TBL-RECORD-COUNT   PIC 9(09).
003220         10  WS-TBL-GEN-CYCLE      PIC 9(02).
003230*
003240*
003250*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
003260*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
003270*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
003280*
003290 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
003300 77  WS-RUN-CYCLE              PIC 9(02)  VALUE 1.
003310 77  WS-FINAL-CYCLE            PIC 9(02)  VALUE 1.
003320 77  WS-CYCLE-RESULT           PIC X(01)  VALUE SPACE.
003330 LINKAGE SECTION.
003340*
003350 01  GK-FILE-ID                PIC X(08).
003360*
003370*    GK-RESULT TELLS THE CALLER WHAT HAPPENED: '0' THE
003380*    GENERATION WAS KEPT, 'E' IT WAS NOT (UNKNOWN FILE ID OR
003390*    CONTROL-FILE TROUBLE).  THE CALLER'S OWN RUN IS COMPLETE
003400*    EITHER WAY; A FAILED KEEP ONLY COSTS THE NIGHT'S
003410*    GENERATION COPY.
003420*
003430 01  GK-RESULT                 PIC X(01).
003440     88  GK-GENERATION-KEPT                  VALUE '0'.
003450     88  GK-KEEP-FAILED                      VALUE 'E'.
003460*
003470 PROCEDURE DIVISION USING GK-FILE-ID
003480                          GK-RESULT.
003490*
003500*===============================================================
003510*    0000-MAINLINE
003520*===============================================================
003530 0000-MAINLINE.
003540*
003550     SET GK-GENERATION-KEPT TO TRUE.
003560     CALL 'CXB40117' USING WS-RUN-DATE
003570                            WS-BDAT-RESULT.
003580     CALL 'CXB40136' USING WS-RUN-CYCLE
003590                            WS-FINAL-CYCLE
003600                            WS-CYCLE-RESULT.
003610     ACCEPT WS-RUN-TIME FROM TIME.
003620*
003630     IF GK-FILE-ID NOT = 'TRANSOUT' AND GK-FILE-ID NOT = 'DBLOUT'
003640         DISPLAY 'CXB40113 UNKNOWN FILE ID "' GK-FILE-ID
003650             '" - NO GENERATION KEPT'
003660         SET GK-KEEP-FAILED TO TRUE
003670         GO TO 0000-RETURN
003680     END-IF.
003690*
003700     PERFORM 1000-GET-SITE-PARMS THRU 1000-EXIT.
003710     PERFORM 2000-LOAD-GEN-CONTROL THRU 2000-EXIT.
003720     PERFORM 3000-PICK-NEXT-SLOT THRU 3000-EXIT.
003730     PERFORM 3500-PROTECT-HELD-SLOT THRU 3500-EXIT.
003740     IF GK-GENERATION-KEPT
003750         PERFORM 4000-COPY-TO-SLOT THRU 4000-EXIT
003760     END-IF.
003770*
003780     IF GK-GENERATION-KEPT
003790         PERFORM 5000-NOTE-GENERATION THRU 5000-EXIT
003800         PERFORM 6000-REWRITE-GEN-CONTROL THRU 6000-EXIT
003810         DISPLAY 'CXB40113 ' GK-FILE-ID ' GENERATION KEPT IN '
003820             'SLOT ' WS-NEXT-SLOT ', RECORDS=' WS-COPY-COUNT
003830     END-IF.
003840*
003850 0000-RETURN.
003860     EXIT PROGRAM.
003870*
003880*===============================================================
003890*    1000-GET-SITE-PARMS
003900*===============================================================
003910 1000-GET-SITE-PARMS.
003920*
003930*    OPERATIONAL KNOBS COME FROM THE SITEPARM FILE MAINTAINED
003940*    BY CXB40110; A MISSING FILE OR RECORD LEAVES THE
003950*    COMPILED-IN DEFAULT IN PLACE.
003960*
003970     OPEN INPUT SITE-PARM-FILE.
003980     IF NOT WS-PARM-FILE-OK
003990         GO TO 1000-EXIT
004000     END-IF.
004010*
004020     MOVE 'GEN-KEEP' TO SP-PARM-NAME.
004030     READ SITE-PARM-FILE.
004040     IF WS-PARM-FILE-OK AND SP-PARM-VALUE > ZERO
004050         IF SP-PARM-VALUE > WS-SLOT-LIMIT
004060             MOVE WS-SLOT-LIMIT TO WS-GEN-KEEP
004070         ELSE
004080             MOVE SP-PARM-VALUE TO WS-GEN-KEEP
004090         END-IF
004100     END-IF.
004110*
004120     CLOSE SITE-PARM-FILE.
004130*
004140 1000-EXIT.
004150     EXIT.
004160*
004170*===============================================================
004180*    2000-LOAD-GEN-CONTROL
004190*===============================================================
004200 2000-LOAD-GEN-CONTROL.
004210*
004220     OPEN INPUT GEN-CONTROL-FILE.
004230     IF NOT WS-CTL-FILE-OK
004240         SET END-OF-CONTROL TO TRUE
004250         GO TO 2000-EXIT
004260     END-IF.
004270*
004280     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
004290         UNTIL END-OF-CONTROL.
004300     CLOSE GEN-CONTROL-FILE.
004310*
004320 2000-EXIT.
004330     EXIT.
004340*
004350*===============================================================
004360*    2100-LOAD-ONE-ENTRY
004370*===============================================================
004380 2100-LOAD-ONE-ENTRY.
004390*
004400     READ GEN-CONTROL-FILE
004410         AT END
004420             SET END-OF-CONTROL TO TRUE
004430             GO TO 2100-EXIT
004440     END-READ.
004450*
004460     IF WS-GEN-COUNT >= WS-GEN-MAX
004470         DISPLAY 'CXB40113 GENCTL TABLE FULL - ENTRY DROPPED'
004480         GO TO 2100-EXIT
004490     END-IF.
004500*
004510     ADD 1 TO WS-GEN-COUNT.
004520     MOVE GC-FILE-ID      TO WS-TBL-FILE-ID(WS-GEN-COUNT).
004530     MOVE GC-SLOT         TO WS-TBL-SLOT(WS-GEN-COUNT).
004540     MOVE GC-GEN-DATE     TO WS-TBL-GEN-DATE(WS-GEN-COUNT).
004550     MOVE GC-GEN-TIME     TO WS-TBL-GEN-TIME(WS-GEN-COUNT).
004560     MOVE GC-RECORD-COUNT TO WS-TBL-RECORD-COUNT(WS-GEN-COUNT).
004570     MOVE GC-GEN-CYCLE    TO WS-TBL-GEN-CYCLE(WS-GEN-COUNT).
004580*
004590 2100-EXIT.
004600     EXIT.
004610*
004620*===============================================================
004630*    3000-PICK-NEXT-SLOT
004640*===============================================================
004650 3000-PICK-NEXT-SLOT.
004660*
004670*    THE NEXT SLOT IS THE ONE AFTER THE NEWEST GENERATION ON
004680*    FILE FOR THIS FILE-ID, WRAPPING AT WS-GEN-KEEP SO THE
004690*    OLDEST GENERATION IS THE ONE OVERWRITTEN.  NO GENERATION
004700*    ON FILE MEANS SLOT 1.
004710*
004720     MOVE ZERO TO WS-BEST-STAMP.
004730     MOVE ZERO TO WS-BEST-SLOT.
004740*
004750     PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT
004760         VARYING WS-IDX FROM 1 BY 1
004770         UNTIL WS-IDX > WS-GEN-COUNT.
004780*
004790     IF WS-BEST-SLOT = ZERO
004800         MOVE 1 TO WS-NEXT-SLOT
004810     ELSE
004820         COMPUTE WS-NEXT-SLOT = WS-BEST-SLOT + 1
004830         IF WS-NEXT-SLOT > WS-GEN-KEEP
004840             MOVE 1 TO WS-NEXT-SLOT
004850         END-IF
004860     END-IF.
004870*
004880 3000-EXIT.
004890     EXIT.
004900*
004910*===============================================================
004920*    3100-CHECK-ONE-ENTRY
004930*===============================================================
004940 3100-CHECK-ONE-ENTRY.
004950*
004960     IF WS-TBL-FILE-ID(WS-IDX) NOT = GK-FILE-ID
004970         GO TO 3100-EXIT
004980     END-IF.
004990*
005000     COMPUTE WS-THIS-STAMP =
005010         (WS-TBL-GEN-DATE(WS-IDX) * 100000000)
005020         + WS-TBL-GEN-TIME(WS-IDX).
005030     IF WS-THIS-STAMP > WS-BEST-STAMP
005040         MOVE WS-THIS-STAMP TO WS-BEST-STAMP
005050         MOVE WS-TBL-SLOT(WS-IDX) TO WS-BEST-SLOT
005060     END-IF.
005070*
005080 3100-EXIT.
005090     EXIT.
005100*
005110*===============================================================
005120*    3500-PROTECT-HELD-SLOT
005130*===============================================================
005140 3500-PROTECT-HELD-SLOT.
005150*
005160*    A SLOT NOT YET USED FOR THIS FILE-ID HOLDS NOTHING TO
005170*    PROTECT.  OTHERWISE THE GENERATION IN IT IS CHECKED
005180*    AGAINST THE LEGAL-HOLD REGISTER BY ITS BUSINESS DATE, AND
005190*    A HELD ONE IS ARCHIVED BEFORE THE SLOT IS OVERWRITTEN.
005200*
005210     MOVE ZERO TO WS-FOUND-INDEX.
005220     PERFORM 5100-FIND-ENTRY THRU 5100-EXIT
005230         VARYING WS-IDX FROM 1 BY 1
005240         UNTIL WS-IDX > WS-GEN-COUNT
005250            OR WS-FOUND-INDEX > ZERO.
005260     IF WS-FOUND-INDEX = ZERO
005270         GO TO 3500-EXIT
005280     END-IF.
005290*
005300     MOVE WS-TBL-GEN-DATE(WS-FOUND-INDEX) TO WS-HOLD-DATE.
005310     CALL 'CXB40149' USING WS-HOLD-DATE
005320                            WS-HOLD-MATTER
005330                            WS-HOLD-RESULT.
005340     IF HOLD-CHECK-FAILED
005350         DISPLAY 'CXB40113 ' GK-FILE-ID ' SLOT ' WS-NEXT-SLOT
005360             ' LEGAL HOLD CHECK FAILED - SLOT NOT REUSED'
005370         SET GK-KEEP-FAILED TO TRUE
005380         GO TO 3500-EXIT
005390     END-IF.
005400     IF GENERATION-NOT-HELD
005410         GO TO 3500-EXIT
005420     END-IF.
005430*
005440     PERFORM 3600-ARCHIVE-HELD-SLOT THRU 3600-EXIT.
005450*
005460 3500-EXIT.
005470     EXIT.
005480*
005490*===============================================================
005500*    3600-ARCHIVE-HELD-SLOT
005510*===============================================================
005520 3600-ARCHIVE-HELD-SLOT.
005530*
005540*    HOLDARCH ACCUMULATES ACROSS RUNS.  ANY FAILURE OPENING,
005550*    READING, OR WRITING LEAVES THE SLOT UNREUSED, SO THE HELD
005560*    GENERATION IS NEVER LOST.
005570*
005580     MOVE ZERO TO WS-ARCH-COUNT.
005590     SET NOT-END-OF-HELD-SLOT TO TRUE.
005600*
005610     OPEN EXTEND HOLD-ARCHIVE-FILE.
005620     IF NOT WS-ARCH-FILE-OK AND WS-ARCH-NOT-FOUND
005630         CLOSE HOLD-ARCHIVE-FILE
005640         OPEN OUTPUT HOLD-ARCHIVE-FILE
005650     END-IF.
005660     IF NOT WS-ARCH-FILE-OK
005670         DISPLAY 'CXB40113 HOLDARCH OPEN FAILED, STATUS='
005680             WS-ARCH-STATUS ' - SLOT NOT REUSED'
005690         SET GK-KEEP-FAILED TO TRUE
005700         GO TO 3600-EXIT
005710     END-IF.
005720*
005730     PERFORM 3610-OPEN-HELD-SLOT THRU 3610-EXIT.
005740     IF NOT WS-SLOT-FILE-OK
005750         DISPLAY 'CXB40113 ' GK-FILE-ID ' SLOT ' WS-NEXT-SLOT
005760             ' OPEN FAILED, STATUS=' WS-SLOT-STATUS
005770             ' - SLOT NOT REUSED'
005780         CLOSE HOLD-ARCHIVE-FILE
005790         SET GK-KEEP-FAILED TO TRUE
005800         GO TO 3600-EXIT
005810     END-IF.
005820*
005830     PERFORM 3620-ARCHIVE-ONE-RECORD THRU 3620-EXIT
005840         UNTIL END-OF-HELD-SLOT.
005850     PERFORM 4300-CLOSE-SLOT THRU 4300-EXIT.
005860     CLOSE HOLD-ARCHIVE-FILE.
005870*
005880     IF GK-GENERATION-KEPT
005890         DISPLAY 'CXB40113 ' GK-FILE-ID ' SLOT ' WS-NEXT-SLOT
005900             ' GENERATION ' WS-HOLD-DATE ' HELD FOR '
005910             WS-HOLD-MATTER ' - COPIED TO HOLDARCH, RECORDS='
005920             WS-ARCH-COUNT
005930     END-IF.
005940*
005950 3600-EXIT.
005960     EXIT.
005970*
005980*===============================================================
005990*    3610-OPEN-HELD-SLOT
006000*===============================================================
006010 3610-OPEN-HELD-SLOT.
006020*
006030     IF GK-FILE-ID = 'TRANSOUT'
006040         EVALUATE WS-NEXT-SLOT
006050             WHEN 1 OPEN INPUT TRANSG1-FILE
006060             WHEN 2 OPEN INPUT TRANSG2-FILE
006070             WHEN 3 OPEN INPUT TRANSG3-FILE
006080             WHEN 4 OPEN INPUT TRANSG4-FILE
006090             WHEN 5 OPEN INPUT TRANSG5-FILE
006100         END-EVALUATE
006110     ELSE
006120         EVALUATE WS-NEXT-SLOT
006130             WHEN 1 OPEN INPUT DBLG1-FILE
006140             WHEN 2 OPEN INPUT DBLG2-FILE
006150             WHEN 3 OPEN INPUT DBLG3-FILE
006160             WHEN 4 OPEN INPUT DBLG4-FILE
006170             WHEN 5 OPEN INPUT DBLG5-FILE
006180         END-EVALUATE
006190     END-IF.
006200*
006210 3610-EXIT.
006220     EXIT.
006230*
006240*===============================================================
006250*    3620-ARCHIVE-ONE-RECORD
006260*===============================================================
006270 3620-ARCHIVE-ONE-RECORD.
006280*
006290     IF GK-FILE-ID = 'TRANSOUT'
006300         EVALUATE WS-NEXT-SLOT
006310             WHEN 1 READ TRANSG1-FILE INTO WS-COPY-RECORD
006320             WHEN 2 READ TRANSG2-FILE INTO WS-COPY-RECORD
006330             WHEN 3 READ TRANSG3-FILE INTO WS-COPY-RECORD
006340             WHEN 4 READ TRANSG4-FILE INTO WS-COPY-RECORD
006350             WHEN 5 READ TRANSG5-FILE INTO WS-COPY-RECORD
006360         END-EVALUATE
006370     ELSE
006380         EVALUATE WS-NEXT-SLOT
006390             WHEN 1 READ DBLG1-FILE INTO WS-COPY-RECORD
006400             WHEN 2 READ DBLG2-FILE INTO WS-COPY-RECORD
006410             WHEN 3 READ DBLG3-FILE INTO WS-COPY-RECORD
006420             WHEN 4 READ DBLG4-FILE INTO WS-COPY-RECORD
006430             WHEN 5 READ DBLG5-FILE INTO WS-COPY-RECORD
006440         END-EVALUATE
006450     END-IF.
006460     IF WS-SLOT-END-OF-FILE
006470         SET END-OF-HELD-SLOT TO TRUE
006480         GO TO 3620-EXIT
006490     END-IF.
006500     IF NOT WS-SLOT-FILE-OK
006510         DISPLAY 'CXB40113 ' GK-FILE-ID ' SLOT ' WS-NEXT-SLOT
006520             ' READ FAILED, STATUS=' WS-SLOT-STATUS
006530             ' - SLOT NOT REUSED'
006540         SET GK-KEEP-FAILED TO TRUE
006550         SET END-OF-HELD-SLOT TO TRUE
006560         GO TO 3620-EXIT
006570     END-IF.
006580*
006590     ADD 1 TO WS-ARCH-COUNT.
006600     MOVE GK-FILE-ID                       TO HA-FILE-ID.
006610     MOVE WS-TBL-GEN-DATE(WS-FOUND-INDEX)  TO HA-GEN-DATE.
006620     MOVE WS-TBL-GEN-TIME(WS-FOUND-INDEX)  TO HA-GEN-TIME.
006630     MOVE WS-TBL-GEN-CYCLE(WS-FOUND-INDEX) TO HA-GEN-CYCLE.
006640     MOVE WS-NEXT-SLOT                     TO HA-SLOT.
006650     MOVE WS-HOLD-MATTER                   TO HA-MATTER-REF.
006660     MOVE WS-RUN-DATE                      TO HA-ARCHIVE-DATE.
006670     MOVE WS-ARCH-COUNT                    TO HA-RECORD-SEQ.
006680     MOVE WS-COPY-RECORD                   TO HA-DATA.
006690     WRITE HOLD-ARCHIVE-RECORD.
006700     IF NOT WS-ARCH-FILE-OK
006710         DISPLAY 'CXB40113 HOLDARCH WRITE FAILED, STATUS='
006720             WS-ARCH-STATUS ' - SLOT NOT REUSED'
006730         SET GK-KEEP-FAILED TO TRUE
006740         SET END-OF-HELD-SLOT TO TRUE
006750     END-IF.
006760*
006770 3620-EXIT.
006780     EXIT.
006790*
006800*===============================================================
006810*    4000-COPY-TO-SLOT
006820*===============================================================
006830 4000-COPY-TO-SLOT.
006840*
006850     MOVE ZERO TO WS-COPY-COUNT.
006860     SET NOT-END-OF-COPY TO TRUE.
006870*
006880     IF GK-FILE-ID = 'TRANSOUT'
006890         OPEN INPUT TRANS-OUT-FILE
006900     ELSE
006910         OPEN INPUT DBL-OUT-FILE
006920     END-IF.
006930     IF NOT WS-LIVE-FILE-OK
006940         DISPLAY 'CXB40113 ' GK-FILE-ID ' NOT AVAILABLE, '
006950             'STATUS=' WS-LIVE-STATUS
006960         SET GK-KEEP-FAILED TO TRUE
006970         GO TO 4000-EXIT
006980     END-IF.
006990*
007000     PERFORM 4100-OPEN-SLOT THRU 4100-EXIT.
007010     PERFORM 4200-COPY-ONE-RECORD THRU 4200-EXIT
007020         UNTIL END-OF-COPY.
007030     PERFORM 4300-CLOSE-SLOT THRU 4300-EXIT.
007040*
007050     IF GK-FILE-ID = 'TRANSOUT'
007060         CLOSE TRANS-OUT-FILE
007070     ELSE
007080         CLOSE DBL-OUT-FILE
007090     END-IF.
007100*
007110 4000-EXIT.
007120     EXIT.
007130*
007140*===============================================================
007150*    4100-OPEN-SLOT
007160*===============================================================
007170 4100-OPEN-SLOT.
007180*
007190     IF GK-FILE-ID = 'TRANSOUT'
007200         EVALUATE WS-NEXT-SLOT
007210             WHEN 1 OPEN OUTPUT TRANSG1-FILE
007220             WHEN 2 OPEN OUTPUT TRANSG2-FILE
007230             WHEN 3 OPEN OUTPUT TRANSG3-FILE
007240             WHEN 4 OPEN OUTPUT TRANSG4-FILE
007250             WHEN 5 OPEN OUTPUT TRANSG5-FILE
007260         END-EVALUATE
007270     ELSE
007280         EVALUATE WS-NEXT-SLOT
007290             WHEN 1 OPEN OUTPUT DBLG1-FILE
007300             WHEN 2 OPEN OUTPUT DBLG2-FILE
007310             WHEN 3 OPEN OUTPUT DBLG3-FILE
007320             WHEN 4 OPEN OUTPUT DBLG4-FILE
007330             WHEN 5 OPEN OUTPUT DBLG5-FILE
007340         END-EVALUATE
007350     END-IF.
007360*
007370 4100-EXIT.
007380     EXIT.
007390*
007400*===============================================================
007410*    4200-COPY-ONE-RECORD
007420*===============================================================
007430 4200-COPY-ONE-RECORD.
007440*
007450     IF GK-FILE-ID = 'TRANSOUT'
007460         READ TRANS-OUT-FILE
007470             AT END
007480                 SET END-OF-COPY TO TRUE
007490                 GO TO 4200-EXIT
007500         END-READ
007510         MOVE TRANS-OUT-RECORD TO WS-COPY-RECORD
007520     ELSE
007530         READ DBL-OUT-FILE
007540             AT END
007550                 SET END-OF-COPY TO TRUE
007560                 GO TO 4200-EXIT
007570         END-READ
007580         MOVE DBL-OUT-RECORD TO WS-COPY-RECORD
007590     END-IF.
007600*
007610     IF GK-FILE-ID = 'TRANSOUT'
007620         EVALUATE WS-NEXT-SLOT
007630             WHEN 1 WRITE TRANSG1-RECORD FROM WS-COPY-RECORD
007640             WHEN 2 WRITE TRANSG2-RECORD FROM WS-COPY-RECORD
007650             WHEN 3 WRITE TRANSG3-RECORD FROM WS-COPY-RECORD
007660             WHEN 4 WRITE TRANSG4-RECORD FROM WS-COPY-RECORD
007670             WHEN 5 WRITE TRANSG5-RECORD FROM WS-COPY-RECORD
007680         END-EVALUATE
007690     ELSE
007700         EVALUATE WS-NEXT-SLOT
007710             WHEN 1 WRITE DBLG1-RECORD FROM WS-COPY-RECORD
007720             WHEN 2 WRITE DBLG2-RECORD FROM WS-COPY-RECORD
007730             WHEN 3 WRITE DBLG3-RECORD FROM WS-COPY-RECORD
007740             WHEN 4 WRITE DBLG4-RECORD FROM WS-COPY-RECORD
007750             WHEN 5 WRITE DBLG5-RECORD FROM WS-COPY-RECORD
007760         END-EVALUATE
007770     END-IF.
007780*
007790     ADD 1 TO WS-COPY-COUNT.
007800*
007810 4200-EXIT.
007820     EXIT.
007830*
007840*===============================================================
007850*    4300-CLOSE-SLOT
007860*===============================================================
007870 4300-CLOSE-SLOT.
007880*
007890     IF GK-FILE-ID = 'TRANSOUT'
007900         EVALUATE WS-NEXT-SLOT
007910             WHEN 1 CLOSE TRANSG1-FILE
007920             WHEN 2 CLOSE TRANSG2-FILE
007930             WHEN 3 CLOSE TRANSG3-FILE
007940             WHEN 4 CLOSE TRANSG4-FILE
007950             WHEN 5 CLOSE TRANSG5-FILE
007960         END-EVALUATE
007970     ELSE
007980         EVALUATE WS-NEXT-SLOT
007990             WHEN 1 CLOSE DBLG1-FILE
008000             WHEN 2 CLOSE DBLG2-FILE
008010             WHEN 3 CLOSE DBLG3-FILE
008020             WHEN 4 CLOSE DBLG4-FILE
008030             WHEN 5 CLOSE DBLG5-FILE
008040         END-EVALUATE
008050     END-IF.
008060*
008070 4300-EXIT.
008080     EXIT.
008090*
008100*===============================================================
008110*    5000-NOTE-GENERATION
008120*===============================================================
008130 5000-NOTE-GENERATION.
008140*
008150*    THE TABLE ENTRY FOR THIS FILE-ID AND SLOT IS REPLACED IN
008160*    PLACE WHEN THE SLOT IS BEING REUSED, OR ADDED WHEN THE
008170*    ROTATION HAS NOT FILLED THE SLOTS YET.
008180*
008190     MOVE ZERO TO WS-FOUND-INDEX.
008200     PERFORM 5100-FIND-ENTRY THRU 5100-EXIT
008210         VARYING WS-IDX FROM 1 BY 1
008220         UNTIL WS-IDX > WS-GEN-COUNT
008230            OR WS-FOUND-INDEX > ZERO.
008240*
008250     IF WS-FOUND-INDEX = ZERO
008260         IF WS-GEN-COUNT >= WS-GEN-MAX
008270             DISPLAY 'CXB40113 GENCTL TABLE FULL - '
008280                 'GENERATION NOT NOTED'
008290             SET GK-KEEP-FAILED TO TRUE
008300             GO TO 5000-EXIT
008310         END-IF
008320         ADD 1 TO WS-GEN-COUNT
008330         MOVE WS-GEN-COUNT TO WS-FOUND-INDEX
008340     END-IF.
008350*
008360     MOVE GK-FILE-ID    TO WS-TBL-FILE-ID(WS-FOUND-INDEX).
008370     MOVE WS-NEXT-SLOT  TO WS-TBL-SLOT(WS-FOUND-INDEX).
008380     MOVE WS-RUN-DATE   TO WS-TBL-GEN-DATE(WS-FOUND-INDEX).
008390     MOVE WS-RUN-TIME   TO WS-TBL-GEN-TIME(WS-FOUND-INDEX).
008400     MOVE WS-COPY-COUNT TO WS-TBL-RECORD-COUNT(WS-FOUND-INDEX).
008410     MOVE WS-RUN-CYCLE  TO WS-TBL-GEN-CYCLE(WS-FOUND-INDEX).
008420*
008430 5000-EXIT.
008440     EXIT.
008450*
008460*===============================================================
008470*    5100-FIND-ENTRY
008480*===============================================================
008490 5100-FIND-ENTRY.
008500*
008510     IF WS-TBL-FILE-ID(WS-IDX) = GK-FILE-ID
008520         AND WS-TBL-SLOT(WS-IDX) = WS-NEXT-SLOT
008530         MOVE WS-IDX TO WS-FOUND-INDEX
008540     END-IF.
008550*
008560 5100-EXIT.
008570     EXIT.
008580*
008590*===============================================================
008600*    6000-REWRITE-GEN-CONTROL
008610*===============================================================
008620 6000-REWRITE-GEN-CONTROL.
008630*
008640     OPEN OUTPUT GEN-CONTROL-FILE.
008650     IF NOT WS-CTL-FILE-OK
008660         DISPLAY 'CXB40113 GENCTL REWRITE FAILED, STATUS='
008670             WS-CTL-STATUS
008680         SET GK-KEEP-FAILED TO TRUE
008690         GO TO 6000-EXIT
008700     END-IF.
008710*
008720     PERFORM 9700-OPEN-JOURNAL THRU 9700-EXIT.
008730     PERFORM 6100-WRITE-ONE-ENTRY THRU 6100-EXIT
008740         VARYING WS-IDX FROM 1 BY 1
008750         UNTIL WS-IDX > WS-GEN-COUNT.
008760     CLOSE GEN-CONTROL-FILE.
008770     IF WS-JRNL-FILE-OK
008780         CLOSE JOURNAL-FILE
008790     END-IF.
008800*
008810 6000-EXIT.
008820     EXIT.
008830*
008840*===============================================================
008850*    6100-WRITE-ONE-ENTRY
008860*===============================================================
008870 6100-WRITE-ONE-ENTRY.
008880*
008890     MOVE WS-TBL-FILE-ID(WS-IDX)      TO GC-FILE-ID.
008900     MOVE WS-TBL-SLOT(WS-IDX)         TO GC-SLOT.
008910     MOVE WS-TBL-GEN-DATE(WS-IDX)     TO GC-GEN-DATE.
008920     MOVE WS-TBL-GEN-TIME(WS-IDX)     TO GC-GEN-TIME.
008930     MOVE WS-TBL-RECORD-COUNT(WS-IDX) TO GC-RECORD-COUNT.
008940     MOVE WS-TBL-GEN-CYCLE(WS-IDX)    TO GC-GEN-CYCLE.
008950     WRITE GEN-CONTROL-RECORD.
008960     IF WS-JRNL-FILE-OK
008970         WRITE JOURNAL-RECORD FROM GEN-CONTROL-RECORD
008980     END-IF.
008990*
009000 6100-EXIT.
009010     EXIT.
009020*
009030*===============================================================
009040*    9700-OPEN-JOURNAL
009050*===============================================================
009060 9700-OPEN-JOURNAL.
009070*
009080*    THE GENCJRNL AFTER-IMAGE JOURNAL IS HELD OPEN ACROSS THE
009090*    CONTROL-FILE REWRITE SO EACH ENTRY WRITTEN IS JOURNALED
009100*    IN THE SAME ORDER.  JOURNAL TROUBLE IS REPORTED AND THE
009110*    KEEP CARRIES ON.
009120*
009130     OPEN EXTEND JOURNAL-FILE.
009140     IF NOT WS-JRNL-FILE-OK AND WS-JRNL-NOT-FOUND
009150         CLOSE JOURNAL-FILE
009160         OPEN OUTPUT JOURNAL-FILE
009170     END-IF.
009180     IF NOT WS-JRNL-FILE-OK
009190         DISPLAY 'CXB40113 GENCJRNL OPEN FAILED, STATUS='
009200             WS-JRNL-STATUS
009210     END-IF.
009220*
009230 9700-EXIT.
009240     EXIT.
