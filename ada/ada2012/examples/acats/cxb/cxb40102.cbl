000270*          archived under, with one line per archived call
000280*          date showing how many records went to it.
000290*
000300*          A call date under an active legal hold is never
000310*          purged: before archiving the first record of each
000320*          old call date the run asks the CXB40149 hold-check
000330*          service, and a held date's records stay in AUDITLOG
000340*          and are reported as held under the matter named.
000350*          If the hold register cannot be read the purge stops
000360*          with RETURN-CODE 8, so the check fails closed.
000370*
000380*     INPUTS:
000390*          RETNCTL    - control file holding the cutoff date
000400*                       (CCYYMMDD); records strictly older
000410*                       this date are archived.
000420*          AUDITLOG   - indexed audit file written by CXB40090,
000430*                       opened I-O so archived records can be
000440*                       deleted in place.
000450*          LEGALHLD   - keyed legal-hold register, read through
000460*                       the CXB40149 hold-check service.
000470*
000480*     OUTPUTS:
000490*          AUDHIST    - sequential history file of the archived
000500*                       audit records, CXBAUDT layout, appended
000510*                       to across runs, consumed later by the
000520*                       trend reporting run.
000530*          RETNRPT    - summary report: one line per archived
000540*                       call date plus end-of-job totals.
000550*
000560*     CHANGE HISTORY:
000570*       23 AUG 2026   DPO   Initial release.
000580*       23 AUG 2026   DPO   AUDHIST is now opened EXTEND (with
000590*                           the usual status-35 create
000600*                           fallback) instead of OUTPUT, so a
000610*                           retention run no longer truncates
000620*                           the archive the previous runs
000630*                           built.  A run that cannot open
000640*                           AUDHIST or AUDITLOG now ends with
000650*                           RETURN-CODE 8 instead of reporting
000660*                           a clean zero-record purge.
000670*       23 AUG 2026   DPO   3000-ARCHIVE-RECORD now checks the
000680*                           AUDHIST WRITE before deleting the
000690*                           live record: a failed archive
000700*                           write stops the pass with
000710*                           RETURN-CODE 8 and leaves the
000720*                           record in AUDITLOG.  The summary
000730*                           line now says the records went
000740*                           "TO AUDHIST ON" the run date - the
000750*                           archive is one cumulative file,
000760*                           not a file per run.
000770*       02 SEP 2026   DPO   The run date now comes from
000780*                           the CXB40117 business-date
000790*                           service (the BUSDATE control
000800*                           file, rolled by CXB40118)
000810*                           instead of ACCEPT FROM DATE,
000820*                           so work that slips past
000830*                           midnight still posts under the
000840*                           right business date.
000850*       02 SEP 2026   DPO   Date fields are now PIC 9(08)
000860*                           CCYYMMDD, in step with the shared
000870*                           copybooks, so dates compare and
000880*                           order correctly across a century
000890*                           boundary.  Existing keyed and
000900*                           archive files are rebuilt into
000910*                           the new layout by the CXB40119
000920*                           conversion utility.
000930*       15 OCT 2026   DPO   Call dates under an active legal
000940*                           hold on the LEGALHLD register
000950*                           are no longer purged: CXB40149
000960*                           is asked once per old call date,
000970*                           held records stay in AUDITLOG,
000980*                           and RETNRPT lists them by date
000990*                           and matter with a HELD= total.
001000*                           An unreadable register stops the
001010*                           purge with RETURN-CODE 8.
001020*
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID. CXB40102.
001050 AUTHOR. DATA-PROCESSING-OPERATIONS.
001060 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
001070 DATE-WRITTEN. 23 AUG 2026.
001080 DATE-COMPILED.
001090*
001100 ENVIRONMENT DIVISION.
001110 INPUT-OUTPUT SECTION.
001120 FILE-CONTROL.
001130     SELECT CONTROL-FILE ASSIGN TO "RETNCTL"
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-CTL-STATUS.
001160     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS SEQUENTIAL
001190         RECORD KEY IS AL-AUDIT-KEY
001200         FILE STATUS IS WS-AUDIT-STATUS.
001210     SELECT HISTORY-FILE ASSIGN TO "AUDHIST"
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-HIST-STATUS.
001240     SELECT REPORT-FILE ASSIGN TO "RETNRPT"
001250         ORGANIZATION IS SEQUENTIAL.
001260*
001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  CONTROL-FILE
001300     RECORDING MODE IS F.
001310 01  CONTROL-RECORD.
001320     05  CT-CUTOFF-DATE        PIC 9(08).
001330*
001340 FD  AUDIT-FILE
001350     RECORDING MODE IS F.
001360 01  AUDIT-RECORD.
001370     COPY CXBAUDT
001380         REPLACING ==CXB-AUDIT-KEY==     BY ==AL-AUDIT-KEY==
001390                   ==CXB-CALL-DATE==     BY ==AL-CALL-DATE==
001400                   ==CXB-CALL-TIME==     BY ==AL-CALL-TIME==
001410                   ==CXB-PROGRAM-NAME==  BY ==AL-PROGRAM-NAME==
001420                   ==CXB-DEVICE-ROUTED== BY ==AL-DEVICE-ROUTED==.
001430*
001440 FD  HISTORY-FILE
001450     RECORDING MODE IS F.
001460 01  HISTORY-RECORD.
001470     COPY CXBAUDT
001480         REPLACING ==CXB-AUDIT-KEY==     BY ==HI-AUDIT-KEY==
001490                   ==CXB-CALL-DATE==     BY ==HI-CALL-DATE==
001500                   ==CXB-CALL-TIME==     BY ==HI-CALL-TIME==
001510                   ==CXB-PROGRAM-NAME==  BY ==HI-PROGRAM-NAME==
001520                   ==CXB-DEVICE-ROUTED== BY ==HI-DEVICE-ROUTED==.
001530*
001540 FD  REPORT-FILE
001550     RECORDING MODE IS F.
001560 01  REPORT-RECORD             PIC X(80).
001570*
001580 WORKING-STORAGE SECTION.
001590*
001600*    STANDALONE COUNTERS AND SWITCHES
001610*
001620 77  WS-ARCHIVE-COUNT          PIC 9(09)  COMP VALUE ZERO.
001630 77  WS-RETAIN-COUNT           PIC 9(09)  COMP VALUE ZERO.
001640 77  WS-HELD-COUNT             PIC 9(09)  COMP VALUE ZERO.
001650*
001660 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001670     88  END-OF-AUDIT                        VALUE 'Y'.
001680     88  NOT-END-OF-AUDIT                    VALUE 'N'.
001690*
001700 77  WS-CTL-STATUS             PIC X(02)  VALUE SPACES.
001710     88  WS-CTL-FILE-OK                      VALUE '00'.
001720 77  WS-AUDIT-STATUS           PIC X(02)  VALUE SPACES.
001730     88  WS-AUDIT-FILE-OK                    VALUE '00'.
001740 77  WS-HIST-STATUS            PIC X(02)  VALUE SPACES.
001750     88  WS-HIST-FILE-OK                     VALUE '00'.
001760     88  WS-HIST-NOT-FOUND                   VALUE '35'.
001770*
001780 77  WS-CUTOFF-DATE            PIC 9(08)  VALUE ZERO.
001790 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001800*
001810*    THE LAST OLD CALL DATE THE HOLD REGISTER WAS ASKED ABOUT,
001820*    AND ITS ANSWER FROM CXB40149, SO THE REGISTER IS READ
001830*    ONCE PER DATE RATHER THAN ONCE PER RECORD.
001840*
001850 77  WS-HOLD-CHECK-DATE        PIC 9(08)  VALUE ZERO.
001860 77  WS-HOLD-MATTER            PIC X(12)  VALUE SPACES.
001870 77  WS-HOLD-RESULT            PIC X(01)  VALUE SPACE.
001880     88  CALL-DATE-HELD                      VALUE 'H'.
001890     88  CALL-DATE-NOT-HELD                  VALUE 'N'.
001900     88  HOLD-CHECK-FAILED                   VALUE 'E'.
001910*
001920*    TABLE OF DISTINCT ARCHIVED OR HELD CALL DATES, WITH A
001930*    COUNT PER DATE AND THE MATTER A HELD DATE IS KEPT FOR,
001940*    FOR THE SUMMARY REPORT.  AUDITLOG ARRIVES IN KEY (DATE)
001950*    ORDER, SO A NEW DATE ALWAYS OPENS A NEW ENTRY.
001960*
001970 77  WS-DATE-MAX               PIC 9(03)  COMP VALUE 100.
001980 77  WS-DATE-COUNT             PIC 9(03)  COMP VALUE ZERO.
001990 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
002000 01  WS-DATE-TABLE.
002010     05  WS-DATE-ENTRY OCCURS 100 TIMES.
002020         10  WS-TBL-CALL-DATE      PIC 9(08).
002030         10  WS-TBL-DATE-COUNT     PIC 9(07)  COMP.
002040         10  WS-TBL-HELD-FLAG      PIC X(01).
002050             88  WS-TBL-DATE-HELD              VALUE 'Y'.
002060         10  WS-TBL-MATTER         PIC X(12).
002070*
002080*    REPORT LINE LAYOUTS
002090*
002100 01  WS-HEADING-LINE.
002110     05  FILLER                PIC X(27)
002120         VALUE "CXB40102 AUDITLOG RETENTION".
002130     05  FILLER                PIC X(06) VALUE " DATE=".
002140     05  WS-HDG-DATE           PIC 9(08).
002150     05  FILLER                PIC X(08) VALUE " CUTOFF=".
002160     05  WS-HDG-CUTOFF         PIC 9(08).
002170*
002180 01  WS-DETAIL-LINE.
002190     05  FILLER                PIC X(10) VALUE "CALL DATE ".
002200     05  WS-DTL-CALL-DATE      PIC 9(08).
002210     05  FILLER                PIC X(10) VALUE " ARCHIVED=".
002220     05  WS-DTL-DATE-COUNT     PIC ZZZZZZ9.
002230     05  FILLER                PIC X(19)
002240         VALUE " TO AUDHIST ON     ".
002250     05  WS-DTL-RUN-DATE       PIC 9(08).
002260*
002270 01  WS-HELD-LINE.
002280     05  FILLER                PIC X(10) VALUE "CALL DATE ".
002290     05  WS-HLD-CALL-DATE      PIC 9(08).
002300     05  FILLER                PIC X(10) VALUE " HELD=    ".
002310     05  WS-HLD-DATE-COUNT     PIC ZZZZZZ9.
002320     05  FILLER                PIC X(17)
002330         VALUE " UNDER LEGAL HOLD".
002340     05  FILLER                PIC X(01) VALUE SPACE.
002350     05  WS-HLD-MATTER         PIC X(12).
002360*
002370 01  WS-TOTAL-LINE.
002380     05  FILLER                PIC X(15) VALUE "TOTAL ARCHIVED=".
002390     05  WS-TOT-ARCHIVED       PIC ZZZZZZZZ9.
002400     05  FILLER                PIC X(10) VALUE " RETAINED=".
002410     05  WS-TOT-RETAINED       PIC ZZZZZZZZ9.
002420     05  FILLER                PIC X(06) VALUE " HELD=".
002430     05  WS-TOT-HELD           PIC ZZZZZZZZ9.
002440*
002450*
002460*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
002470*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
002480*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
002490*
002500 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
002510 PROCEDURE DIVISION.
002520*
002530*===============================================================
002540*    0000-MAINLINE
002550*===============================================================
002560 0000-MAINLINE.
002570*
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002590*
002600     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002610         UNTIL END-OF-AUDIT.
002620*
002630     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002640*
002650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002660*
002670     STOP RUN.
002680*
002690*===============================================================
002700*    1000-INITIALIZE
002710*===============================================================
002720 1000-INITIALIZE.
002730*
002740     CALL 'CXB40117' USING WS-RUN-DATE
002750                            WS-BDAT-RESULT.
002760*
002770     OPEN INPUT CONTROL-FILE.
002780     IF WS-CTL-FILE-OK
002790         READ CONTROL-FILE
002800             AT END
002810                 CONTINUE
002820             NOT AT END
002830                 MOVE CT-CUTOFF-DATE TO WS-CUTOFF-DATE
002840         END-READ
002850         CLOSE CONTROL-FILE
002860     END-IF.
002870*
002880*    AUDHIST ACCUMULATES ACROSS RUNS: IT IS EXTENDED, NEVER
002890*    TRUNCATED, SO EARLIER PERIODS STAY ARCHIVED.
002900*
002910     OPEN EXTEND HISTORY-FILE.
002920     IF NOT WS-HIST-FILE-OK AND WS-HIST-NOT-FOUND
002930         CLOSE HISTORY-FILE
002940         OPEN OUTPUT HISTORY-FILE
002950     END-IF.
002960     OPEN OUTPUT REPORT-FILE.
002970*
002980     MOVE WS-RUN-DATE    TO WS-HDG-DATE.
002990     MOVE WS-CUTOFF-DATE TO WS-HDG-CUTOFF.
003000     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
003010*
003020*    NO AUDHIST MEANS NO RECORD MAY BE DELETED FROM THE LIVE
003030*    LOG; THE RUN IS FAILED SO THE SCHEDULER KNOWS THE PURGE
003040*    DID NOT HAPPEN.
003050*
003060     IF NOT WS-HIST-FILE-OK
003070         DISPLAY 'CXB40102 AUDHIST OPEN FAILED, STATUS='
003080             WS-HIST-STATUS
003090         DISPLAY 'CXB40102 NO RECORDS PURGED'
003100         SET END-OF-AUDIT TO TRUE
003110         MOVE 8 TO RETURN-CODE
003120         GO TO 1000-EXIT
003130     END-IF.
003140*
003150*    A MISSING OR EMPTY RETNCTL LEAVES THE CUTOFF AT ZERO, SO NO
003160*    RECORD CAN BE OLDER THAN IT AND NOTHING IS PURGED.  THE RUN
003170*    IS FAILED SO THE SCHEDULER KNOWS THE PURGE DID NOT HAPPEN.
003180*
003190     IF WS-CUTOFF-DATE = ZERO
003200         DISPLAY 'CXB40102 RETNCTL CUTOFF NOT AVAILABLE, STATUS='
003210             WS-CTL-STATUS
003220         DISPLAY 'CXB40102 NO RECORDS PURGED'
003230         SET END-OF-AUDIT TO TRUE
003240         MOVE 8 TO RETURN-CODE
003250         GO TO 1000-EXIT
003260     END-IF.
003270*
003280     OPEN I-O AUDIT-FILE.
003290     IF WS-AUDIT-FILE-OK
003300         READ AUDIT-FILE
003310             AT END
003320                 SET END-OF-AUDIT TO TRUE
003330         END-READ
003340     ELSE
003350         DISPLAY 'CXB40102 AUDITLOG NOT AVAILABLE, STATUS='
003360             WS-AUDIT-STATUS
003370         DISPLAY 'CXB40102 NO RECORDS PURGED'
003380         SET END-OF-AUDIT TO TRUE
003390         MOVE 8 TO RETURN-CODE
003400     END-IF.
003410*
003420 1000-EXIT.
003430     EXIT.
003440*
003450*===============================================================
003460*    2000-PROCESS-RECORD
003470*===============================================================
003480 2000-PROCESS-RECORD.
003490*
003500     IF AL-CALL-DATE NOT < WS-CUTOFF-DATE
003510         ADD 1 TO WS-RETAIN-COUNT
003520         GO TO 2000-READ-NEXT
003530     END-IF.
003540*
003550     IF AL-CALL-DATE NOT = WS-HOLD-CHECK-DATE
003560         PERFORM 2100-CHECK-HOLD THRU 2100-EXIT
003570     END-IF.
003580*
003590*    WITH THE HOLD REGISTER UNREADABLE NOTHING MORE MAY BE
003600*    PURGED; THE RECORD STAYS AND THE PASS STOPS.
003610*
003620     IF HOLD-CHECK-FAILED
003630         DISPLAY 'CXB40102 LEGAL HOLD CHECK FAILED FOR '
003640             AL-CALL-DATE
003650         DISPLAY 'CXB40102 PURGE STOPPED - RECORD NOT DELETED'
003660         MOVE 8 TO RETURN-CODE
003670         SET END-OF-AUDIT TO TRUE
003680         GO TO 2000-EXIT
003690     END-IF.
003700*
003710     IF CALL-DATE-HELD
003720         ADD 1 TO WS-HELD-COUNT
003730         PERFORM 3100-TALLY-CALL-DATE THRU 3100-EXIT
003740     ELSE
003750         PERFORM 3000-ARCHIVE-RECORD THRU 3000-EXIT
003760     END-IF.
003770*
003780 2000-READ-NEXT.
003790     READ AUDIT-FILE
003800         AT END
003810             SET END-OF-AUDIT TO TRUE
003820     END-READ.
003830*
003840 2000-EXIT.
003850     EXIT.
003860*
003870*===============================================================
003880*    2100-CHECK-HOLD
003890*===============================================================
003900 2100-CHECK-HOLD.
003910*
003920     MOVE AL-CALL-DATE TO WS-HOLD-CHECK-DATE.
003930     CALL 'CXB40149' USING WS-HOLD-CHECK-DATE
003940                            WS-HOLD-MATTER
003950                            WS-HOLD-RESULT.
003960     IF CALL-DATE-HELD
003970         DISPLAY 'CXB40102 CALL DATE ' AL-CALL-DATE
003980             ' KEPT UNDER LEGAL HOLD ' WS-HOLD-MATTER
003990     END-IF.
004000*
004010 2100-EXIT.
004020     EXIT.
004030*
004040*===============================================================
004050*    3000-ARCHIVE-RECORD
004060*===============================================================
004070 3000-ARCHIVE-RECORD.
004080*
004090     MOVE AUDIT-RECORD TO HISTORY-RECORD.
004100     WRITE HISTORY-RECORD.
004110*
004120*    A LIVE AUDIT RECORD IS ONLY DELETED ONCE ITS ARCHIVE COPY
004130*    IS SAFELY WRITTEN; A FAILED WRITE (DISK FULL, I/O ERROR)
004140*    STOPS THE PASS, SINCE EVERY FURTHER WRITE WOULD FAIL THE
004150*    SAME WAY.
004160*
004170     IF NOT WS-HIST-FILE-OK
004180         DISPLAY 'CXB40102 AUDHIST WRITE FAILED, STATUS='
004190             WS-HIST-STATUS
004200         DISPLAY 'CXB40102 PURGE STOPPED - RECORD NOT DELETED'
004210         MOVE 8 TO RETURN-CODE
004220         SET END-OF-AUDIT TO TRUE
004230         GO TO 3000-EXIT
004240     END-IF.
004250*
004260     DELETE AUDIT-FILE RECORD.
004270     IF NOT WS-AUDIT-FILE-OK
004280         DISPLAY 'CXB40102 AUDITLOG DELETE FAILED, STATUS='
004290             WS-AUDIT-STATUS
004300         MOVE 8 TO RETURN-CODE
004310     END-IF.
004320*
004330     ADD 1 TO WS-ARCHIVE-COUNT.
004340     PERFORM 3100-TALLY-CALL-DATE THRU 3100-EXIT.
004350*
004360 3000-EXIT.
004370     EXIT.
004380*
004390*===============================================================
004400*    3100-TALLY-CALL-DATE
004410*===============================================================
004420 3100-TALLY-CALL-DATE.
004430*
004440*    AUDITLOG IS READ IN ASCENDING KEY ORDER, SO A CALL DATE
004450*    THAT DOES NOT MATCH THE LAST TABLE ENTRY IS ALWAYS A NEW
004460*    DATE.  A DATE IS EITHER HELD OR ARCHIVED THROUGHOUT, SINCE
004470*    THE HOLD REGISTER IS ASKED ONCE PER DATE.
004480*
004490     IF WS-DATE-COUNT > ZERO
004500         IF WS-TBL-CALL-DATE(WS-DATE-COUNT) = AL-CALL-DATE
004510             ADD 1 TO WS-TBL-DATE-COUNT(WS-DATE-COUNT)
004520             GO TO 3100-EXIT
004530         END-IF
004540     END-IF.
004550*
004560     IF WS-DATE-COUNT >= WS-DATE-MAX
004570         DISPLAY 'CXB40102 DATE TABLE FULL - '
004580             AL-CALL-DATE ' NOT SUMMARIZED'
004590         GO TO 3100-EXIT
004600     END-IF.
004610*
004620     ADD 1 TO WS-DATE-COUNT.
004630     MOVE AL-CALL-DATE TO WS-TBL-CALL-DATE(WS-DATE-COUNT).
004640     MOVE 1            TO WS-TBL-DATE-COUNT(WS-DATE-COUNT).
004650     IF CALL-DATE-HELD
004660         MOVE 'Y'            TO WS-TBL-HELD-FLAG(WS-DATE-COUNT)
004670         MOVE WS-HOLD-MATTER TO WS-TBL-MATTER(WS-DATE-COUNT)
004680     ELSE
004690         MOVE 'N'            TO WS-TBL-HELD-FLAG(WS-DATE-COUNT)
004700         MOVE SPACES         TO WS-TBL-MATTER(WS-DATE-COUNT)
004710     END-IF.
004720*
004730 3100-EXIT.
004740     EXIT.
004750*
004760*===============================================================
004770*    8000-PRINT-SUMMARY
004780*===============================================================
004790 8000-PRINT-SUMMARY.
004800*
004810     PERFORM 8100-PRINT-DATE-LINE THRU 8100-EXIT
004820         VARYING WS-IDX FROM 1 BY 1
004830         UNTIL WS-IDX > WS-DATE-COUNT.
004840*
004850     MOVE WS-ARCHIVE-COUNT TO WS-TOT-ARCHIVED.
004860     MOVE WS-RETAIN-COUNT  TO WS-TOT-RETAINED.
004870     MOVE WS-HELD-COUNT    TO WS-TOT-HELD.
004880     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
004890*
004900 8000-EXIT.
004910     EXIT.
004920*
004930*===============================================================
004940*    8100-PRINT-DATE-LINE
004950*===============================================================
004960 8100-PRINT-DATE-LINE.
004970*
004980     IF WS-TBL-DATE-HELD(WS-IDX)
004990         MOVE WS-TBL-CALL-DATE(WS-IDX)  TO WS-HLD-CALL-DATE
005000         MOVE WS-TBL-DATE-COUNT(WS-IDX) TO WS-HLD-DATE-COUNT
005010         MOVE WS-TBL-MATTER(WS-IDX)     TO WS-HLD-MATTER
005020         WRITE REPORT-RECORD FROM WS-HELD-LINE
005030         GO TO 8100-EXIT
005040     END-IF.
005050*
005060     MOVE WS-TBL-CALL-DATE(WS-IDX)  TO WS-DTL-CALL-DATE.
005070     MOVE WS-TBL-DATE-COUNT(WS-IDX) TO WS-DTL-DATE-COUNT.
005080     MOVE WS-RUN-DATE               TO WS-DTL-RUN-DATE.
005090     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
005100*
005110 8100-EXIT.
005120     EXIT.
005130*
005140*===============================================================
005150*    9000-TERMINATE
005160*===============================================================
005170 9000-TERMINATE.
005180*
005190     CLOSE AUDIT-FILE.
005200     CLOSE HISTORY-FILE.
005210     CLOSE REPORT-FILE.
005220*
005230     DISPLAY 'CXB40102 RECORDS ARCHIVED: ' WS-ARCHIVE-COUNT.
005240     DISPLAY 'CXB40102 RECORDS RETAINED: ' WS-RETAIN-COUNT.
005250     DISPLAY 'CXB40102 RECORDS HELD:     ' WS-HELD-COUNT.
005260*
005270 9000-EXIT.
005280     EXIT.
