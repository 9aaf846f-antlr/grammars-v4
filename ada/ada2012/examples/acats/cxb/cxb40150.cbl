000100* CXB40150.CBL
000110*
000120*     PROGRAM:  CXB40150   ("Legal_Hold_Report")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Lists every active hold on the LEGALHLD legal-hold
000160*          register and exactly what it is protecting today, so
000170*          legal and operations can see that a matter's records
000180*          are still on file.  For each hold that is active
000190*          (status A, release date zero or still ahead) the
000200*          HOLDRPT report prints the matter, the business dates
000210*          held, who asked for it and when, the release date or
000220*          NOT SET, and the description, followed by:
000230*
000240*            - one line per call date in range still on the live
000250*              AUDITLOG, with its record count - the dates the
000260*              CXB40102 retention run is keeping for the hold;
000270*            - one line per TRANSOUT or DBLOUT generation in a
000280*              CXB40113 generation slot (GENCTL) whose business
000290*              date is in range;
000300*            - one line per generation in range already copied
000310*              out to the HOLDARCH hold archive before its slot
000320*              was reused, with the date it was archived.
000330*
000340*          A hold with none of these prints NOTHING ON FILE IN
000350*          RANGE, which legal should know about.  Released holds,
000360*          and holds whose release date has been reached, are
000370*          counted on the totals line but not listed.
000380*
000390*     INPUTS:
000400*          LEGALHLD   - keyed legal-hold register (CXBHOLD
000410*                       layout) maintained by CXB40148.
000420*          AUDITLOG   - indexed audit file written by CXB40090.
000430*          GENCTL     - generation control file kept by CXB40113.
000440*          HOLDARCH   - hold archive written by CXB40113.
000450*
000460*     OUTPUTS:
000470*          HOLDRPT    - the active-holds report.
000480*          RETURN-CODE 0 listed, 4 AUDITLOG or HOLDARCH could
000490*                       not be read so a hold's protection is
000500*                       only partly shown, 8 LEGALHLD could not
000510*                       be read.
000520*
000530*     CHANGE HISTORY:
000540*       15 OCT 2026   DPO   Initial release.
000550*
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. CXB40150.
000580 AUTHOR. DATA-PROCESSING-OPERATIONS.
000590 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000600 DATE-WRITTEN. 15 OCT 2026.
000610 DATE-COMPILED.
000620*
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS LH-HOLD-KEY
000700         FILE STATUS IS WS-HOLD-STATUS.
000710     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS AL-AUDIT-KEY
000750         FILE STATUS IS WS-AUDIT-STATUS.
000760     SELECT GEN-CONTROL-FILE ASSIGN TO "GENCTL"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-CTL-STATUS.
000790     SELECT HOLD-ARCHIVE-FILE ASSIGN TO "HOLDARCH"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-ARCH-STATUS.
000820     SELECT REPORT-FILE ASSIGN TO "HOLDRPT"
000830         ORGANIZATION IS SEQUENTIAL.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  LEGAL-HOLD-FILE
000880     RECORDING MODE IS F.
000890 01  LEGAL-HOLD-RECORD.
000900     COPY CXBHOLD
000910         REPLACING LEADING ==CXB-LH== BY ==LH==.
000920*
000930 FD  AUDIT-FILE
000940     RECORDING MODE IS F.
000950 01  AUDIT-RECORD.
000960     COPY CXBAUDT
000970         REPLACING ==CXB-AUDIT-KEY==     BY ==AL-AUDIT-KEY==
000980                   ==CXB-CALL-DATE==     BY ==AL-CALL-DATE==
000990                   ==CXB-CALL-TIME==     BY ==AL-CALL-TIME==
001000                   ==CXB-PROGRAM-NAME==  BY ==AL-PROGRAM-NAME==
001010                   ==CXB-DEVICE-ROUTED== BY ==AL-DEVICE-ROUTED==.
001020*
001030 FD  GEN-CONTROL-FILE
001040     RECORDING MODE IS F.
001050 01  GEN-CONTROL-RECORD.
001060     05  GC-FILE-ID            PIC X(08).
001070     05  GC-SLOT               PIC 9(01).
001080     05  GC-GEN-DATE           PIC 9(08).
001090     05  GC-GEN-TIME           PIC 9(08).
001100     05  GC-RECORD-COUNT       PIC 9(09).
001110     05  GC-GEN-CYCLE          PIC 9(02).
001120*
001130 FD  HOLD-ARCHIVE-FILE
001140     RECORDING MODE IS F.
001150 01  HOLD-ARCHIVE-RECORD.
001160     05  HA-FILE-ID            PIC X(08).
001170     05  HA-GEN-DATE           PIC 9(08).
001180     05  HA-GEN-TIME           PIC 9(08).
001190     05  HA-GEN-CYCLE          PIC 9(02).
001200     05  HA-SLOT               PIC 9(01).
001210     05  HA-MATTER-REF         PIC X(12).
001220     05  HA-ARCHIVE-DATE       PIC 9(08).
001230     05  HA-RECORD-SEQ         PIC 9(09).
001240     05  HA-DATA               PIC X(28).
001250*
001260 FD  REPORT-FILE
001270     RECORDING MODE IS F.
001280 01  REPORT-RECORD             PIC X(80).
001290*
001300 WORKING-STORAGE SECTION.
001310*
001320*    STANDALONE COUNTERS AND SWITCHES
001330*
001340 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40150'.
001350*
001360 77  WS-ACTIVE-COUNT           PIC 9(09)  COMP VALUE ZERO.
001370 77  WS-LAPSED-COUNT           PIC 9(09)  COMP VALUE ZERO.
001380 77  WS-RELEASED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001390 77  WS-ITEMS-LISTED           PIC 9(09)  COMP VALUE ZERO.
001400*
001410 77  WS-HOLD-STATUS            PIC X(02)  VALUE SPACES.
001420     88  WS-HOLD-FILE-OK                     VALUE '00'.
001430     88  WS-HOLD-NOT-FOUND                   VALUE '35'.
001440 77  WS-AUDIT-STATUS           PIC X(02)  VALUE SPACES.
001450     88  WS-AUDIT-FILE-OK                    VALUE '00'.
001460 77  WS-CTL-STATUS             PIC X(02)  VALUE SPACES.
001470     88  WS-CTL-FILE-OK                      VALUE '00'.
001480 77  WS-ARCH-STATUS            PIC X(02)  VALUE SPACES.
001490     88  WS-ARCH-FILE-OK                     VALUE '00'.
001500     88  WS-ARCH-NOT-FOUND                   VALUE '35'.
001510*
001520 77  WS-HOLD-EOF-SWITCH        PIC X(01)  VALUE 'N'.
001530     88  END-OF-HOLDS                        VALUE 'Y'.
001540     88  NOT-END-OF-HOLDS                    VALUE 'N'.
001550 77  WS-INPUT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001560     88  END-OF-INPUT                        VALUE 'Y'.
001570     88  NOT-END-OF-INPUT                    VALUE 'N'.
001580 77  WS-HOLD-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
001590     88  HOLD-REG-IS-OPEN                    VALUE 'Y'.
001600     88  HOLD-REG-NOT-OPEN                   VALUE 'N'.
001610 77  WS-AUDIT-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
001620     88  AUDIT-IS-OPEN                       VALUE 'Y'.
001630     88  AUDIT-NOT-OPEN                      VALUE 'N'.
001640 77  WS-ARCH-READ-SWITCH       PIC X(01)  VALUE 'Y'.
001650     88  ARCHIVE-WAS-READ                    VALUE 'Y'.
001660     88  ARCHIVE-NOT-READ                    VALUE 'N'.
001670*
001680 77  WS-REPORT-DATE            PIC 9(08)  VALUE ZERO.
001690*
001700*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
001710*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
001720*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
001730*
001740 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001750*
001760*    THE AUDITLOG CALL DATE BEING COUNTED FOR THE CURRENT HOLD.
001770*
001780 77  WS-AUDIT-DATE             PIC 9(08)  VALUE ZERO.
001790 77  WS-AUDIT-DATE-COUNT       PIC 9(09)  COMP VALUE ZERO.
001800*
001810*    IN-CORE COPY OF GENCTL (TWO FILE-IDS TIMES FIVE SLOTS).
001820*
001830 77  WS-GEN-MAX                PIC 9(03)  COMP VALUE 10.
001840 77  WS-GEN-COUNT              PIC 9(03)  COMP VALUE ZERO.
001850 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
001860 01  WS-GEN-TABLE.
001870     05  WS-GEN-ENTRY OCCURS 10 TIMES.
001880         10  WS-TBL-FILE-ID        PIC X(08).
001890         10  WS-TBL-SLOT           PIC 9(01).
001900         10  WS-TBL-GEN-DATE       PIC 9(08).
001910         10  WS-TBL-GEN-CYCLE      PIC 9(02).
001920         10  WS-TBL-RECORD-COUNT   PIC 9(09).
001930*
001940*    ONE ENTRY PER GENERATION FOUND ON HOLDARCH.  THE RECORD
001950*    COUNT IS THE HIGHEST SEQUENCE NUMBER SEEN, SO A GENERATION
001960*    COPIED OUT TWICE (A KEEP THAT FAILED AFTER ARCHIVING AND
001970*    WAS RUN AGAIN) IS STILL COUNTED ONCE.
001980*
001990 77  WS-ARCH-MAX               PIC 9(03)  COMP VALUE 50.
002000 77  WS-ARCH-COUNT             PIC 9(03)  COMP VALUE ZERO.
002010 77  WS-ARCH-IDX               PIC 9(03)  COMP VALUE ZERO.
002020 77  WS-FOUND-INDEX            PIC 9(03)  COMP VALUE ZERO.
002030 01  WS-ARCH-TABLE.
002040     05  WS-ARCH-ENTRY OCCURS 50 TIMES.
002050         10  WS-ARC-FILE-ID        PIC X(08).
002060         10  WS-ARC-GEN-DATE       PIC 9(08).
002070         10  WS-ARC-GEN-TIME       PIC 9(08).
002080         10  WS-ARC-GEN-CYCLE      PIC 9(02).
002090         10  WS-ARC-SLOT           PIC 9(01).
002100         10  WS-ARC-ARCHIVE-DATE   PIC 9(08).
002110         10  WS-ARC-RECORD-COUNT   PIC 9(09).
002120*
002130*    REPORT LINE LAYOUTS
002140*
002150 01  WS-HEADING-LINE.
002160     05  FILLER                PIC X(30)
002170         VALUE "CXB40150 ACTIVE LEGAL HOLDS  ".
002180     05  FILLER                PIC X(05) VALUE "DATE=".
002190     05  WS-HDG-DATE           PIC 9(08).
002200*
002210 01  WS-SECTION-LINE.
002220     05  WS-SEC-TITLE          PIC X(60).
002230*
002240 01  WS-HOLD-LINE.
002250     05  FILLER                PIC X(07) VALUE "MATTER ".
002260     05  WS-HLD-MATTER         PIC X(12).
002270     05  FILLER                PIC X(08) VALUE "  DATES ".
002280     05  WS-HLD-FROM-DATE      PIC 9(08).
002290     05  FILLER                PIC X(04) VALUE " TO ".
002300     05  WS-HLD-THRU-DATE      PIC 9(08).
002310     05  FILLER                PIC X(15) VALUE "  REQUESTED BY ".
002320     05  WS-HLD-USER           PIC X(08).
002330*
002340 01  WS-STAMP-LINE.
002350     05  FILLER                PIC X(09) VALUE "  PLACED ".
002360     05  WS-STP-PLACED-DATE    PIC 9(08).
002370     05  FILLER                PIC X(10) VALUE "  RELEASE ".
002380     05  WS-STP-RELEASE        PIC X(08).
002390     05  FILLER                PIC X(02) VALUE SPACES.
002400     05  WS-STP-DESCRIPTION    PIC X(30).
002410*
002420 01  WS-AUDIT-LINE.
002430     05  FILLER                PIC X(22)
002440         VALUE "  AUDITLOG  CALL DATE ".
002450     05  WS-AUD-CALL-DATE      PIC 9(08).
002460     05  FILLER                PIC X(11) VALUE "   RECORDS=".
002470     05  WS-AUD-COUNT          PIC ZZZZZZZZ9.
002480*
002490 01  WS-GEN-LINE.
002500     05  FILLER                PIC X(02) VALUE SPACES.
002510     05  WS-GEN-SOURCE         PIC X(09).
002520     05  WS-GEN-FILE-ID        PIC X(08).
002530     05  FILLER                PIC X(06) VALUE " SLOT ".
002540     05  WS-GEN-SLOT           PIC 9(01).
002550     05  FILLER                PIC X(05) VALUE " GEN ".
002560     05  WS-GEN-DATE           PIC 9(08).
002570     05  FILLER                PIC X(07) VALUE " CYCLE ".
002580     05  WS-GEN-CYCLE          PIC 9(02).
002590     05  FILLER                PIC X(09) VALUE " RECORDS=".
002600     05  WS-GEN-RECORDS        PIC ZZZZZZ9.
002610     05  WS-GEN-ARCH-TAG       PIC X(06).
002620     05  WS-GEN-ARCH-DATE      PIC X(08).
002630*
002640 01  WS-NOTE-LINE.
002650     05  FILLER                PIC X(02) VALUE SPACES.
002660     05  WS-NOTE-TEXT          PIC X(60).
002670*
002680 01  WS-TOTAL-LINE.
002690     05  FILLER                PIC X(13) VALUE "TOTAL ACTIVE=".
002700     05  WS-TOT-ACTIVE         PIC ZZZZ9.
002710     05  FILLER                PIC X(08) VALUE " LAPSED=".
002720     05  WS-TOT-LAPSED         PIC ZZZZ9.
002730     05  FILLER                PIC X(10) VALUE " RELEASED=".
002740     05  WS-TOT-RELEASED       PIC ZZZZ9.
002750*
002760 PROCEDURE DIVISION.
002770*
002780*===============================================================
002790*    0000-MAINLINE
002800*===============================================================
002810 0000-MAINLINE.
002820*
002830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002840*
002850     PERFORM 3000-PROCESS-HOLD THRU 3000-EXIT
002860         UNTIL END-OF-HOLDS.
002870*
002880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002890*
002900     STOP RUN.
002910*
002920*===============================================================
002930*    1000-INITIALIZE
002940*===============================================================
002950 1000-INITIALIZE.
002960*
002970     CALL 'CXB40117' USING WS-REPORT-DATE
002980                            WS-BDAT-RESULT.
002990*
003000     OPEN OUTPUT REPORT-FILE.
003010     MOVE WS-REPORT-DATE TO WS-HDG-DATE.
003020     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
003030*
003040*    NO REGISTER MEANS NO HOLD HAS EVER BEEN PLACED; ANY OTHER
003050*    FAILURE MEANS THE HOLDS CANNOT BE SHOWN AND FAILS THE RUN.
003060*
003070     OPEN INPUT LEGAL-HOLD-FILE.
003080     IF WS-HOLD-NOT-FOUND
003090         MOVE 'NO LEGAL HOLDS ON FILE' TO WS-SEC-TITLE
003100         PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
003110         SET END-OF-HOLDS TO TRUE
003120         GO TO 1000-EXIT
003130     END-IF.
003140     IF NOT WS-HOLD-FILE-OK
003150         DISPLAY 'CXB40150 LEGALHLD NOT AVAILABLE, STATUS='
003160             WS-HOLD-STATUS
003170         MOVE 'LEGAL HOLD REGISTER NOT AVAILABLE' TO WS-SEC-TITLE
003180         PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
003190         SET END-OF-HOLDS TO TRUE
003200         MOVE 8 TO RETURN-CODE
003210         GO TO 1000-EXIT
003220     END-IF.
003230     SET HOLD-REG-IS-OPEN TO TRUE.
003240*
003250     OPEN INPUT AUDIT-FILE.
003260     IF WS-AUDIT-FILE-OK
003270         SET AUDIT-IS-OPEN TO TRUE
003280     ELSE
003290         DISPLAY 'CXB40150 AUDITLOG NOT AVAILABLE, STATUS='
003300             WS-AUDIT-STATUS
003310         MOVE 4 TO RETURN-CODE
003320     END-IF.
003330*
003340     PERFORM 2000-LOAD-GEN-CONTROL THRU 2000-EXIT.
003350     PERFORM 2500-LOAD-HOLD-ARCHIVE THRU 2500-EXIT.
003360*
003370     READ LEGAL-HOLD-FILE
003380         AT END
003390             SET END-OF-HOLDS TO TRUE
003400     END-READ.
003410*
003420 1000-EXIT.
003430     EXIT.
003440*
003450*===============================================================
003460*    2000-LOAD-GEN-CONTROL
003470*===============================================================
003480 2000-LOAD-GEN-CONTROL.
003490*
003500*    NO GENCTL MEANS NO GENERATION HAS BEEN KEPT YET.
003510*
003520     OPEN INPUT GEN-CONTROL-FILE.
003530     IF NOT WS-CTL-FILE-OK
003540         GO TO 2000-EXIT
003550     END-IF.
003560*
003570     SET NOT-END-OF-INPUT TO TRUE.
003580     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
003590         UNTIL END-OF-INPUT.
003600     CLOSE GEN-CONTROL-FILE.
003610*
003620 2000-EXIT.
003630     EXIT.
003640*
003650*===============================================================
003660*    2100-LOAD-ONE-ENTRY
003670*===============================================================
003680 2100-LOAD-ONE-ENTRY.
003690*
003700     READ GEN-CONTROL-FILE
003710         AT END
003720             SET END-OF-INPUT TO TRUE
003730             GO TO 2100-EXIT
003740     END-READ.
003750*
003760     IF WS-GEN-COUNT >= WS-GEN-MAX
003770         DISPLAY 'CXB40150 GENCTL TABLE FULL - ENTRY DROPPED'
003780         GO TO 2100-EXIT
003790     END-IF.
003800*
003810     ADD 1 TO WS-GEN-COUNT.
003820     MOVE GC-FILE-ID      TO WS-TBL-FILE-ID(WS-GEN-COUNT).
003830     MOVE GC-SLOT         TO WS-TBL-SLOT(WS-GEN-COUNT).
003840     MOVE GC-GEN-DATE     TO WS-TBL-GEN-DATE(WS-GEN-COUNT).
003850     MOVE GC-GEN-CYCLE    TO WS-TBL-GEN-CYCLE(WS-GEN-COUNT).
003860     MOVE GC-RECORD-COUNT TO WS-TBL-RECORD-COUNT(WS-GEN-COUNT).
003870*
003880 2100-EXIT.
003890     EXIT.
003900*
003910*===============================================================
003920*    2500-LOAD-HOLD-ARCHIVE
003930*===============================================================
003940 2500-LOAD-HOLD-ARCHIVE.
003950*
003960*    NO HOLDARCH MEANS NOTHING HAS BEEN ARCHIVED YET; ANY OTHER
003970*    FAILURE IS NOTED ON EVERY HOLD AND RAISES THE RETURN CODE.
003980*
003990     OPEN INPUT HOLD-ARCHIVE-FILE.
004000     IF WS-ARCH-NOT-FOUND
004010         GO TO 2500-EXIT
004020     END-IF.
004030     IF NOT WS-ARCH-FILE-OK
004040         DISPLAY 'CXB40150 HOLDARCH NOT AVAILABLE, STATUS='
004050             WS-ARCH-STATUS
004060         SET ARCHIVE-NOT-READ TO TRUE
004070         MOVE 4 TO RETURN-CODE
004080         GO TO 2500-EXIT
004090     END-IF.
004100*
004110     SET NOT-END-OF-INPUT TO TRUE.
004120     PERFORM 2600-TALLY-ARCHIVE-RECORD THRU 2600-EXIT
004130         UNTIL END-OF-INPUT.
004140     CLOSE HOLD-ARCHIVE-FILE.
004150*
004160 2500-EXIT.
004170     EXIT.
004180*
004190*===============================================================
004200*    2600-TALLY-ARCHIVE-RECORD
004210*===============================================================
004220 2600-TALLY-ARCHIVE-RECORD.
004230*
004240     READ HOLD-ARCHIVE-FILE
004250         AT END
004260             SET END-OF-INPUT TO TRUE
004270             GO TO 2600-EXIT
004280     END-READ.
004290*
004300     MOVE ZERO TO WS-FOUND-INDEX.
004310     PERFORM 2610-FIND-GENERATION THRU 2610-EXIT
004320         VARYING WS-ARCH-IDX FROM 1 BY 1
004330         UNTIL WS-ARCH-IDX > WS-ARCH-COUNT
004340            OR WS-FOUND-INDEX > ZERO.
004350*
004360     IF WS-FOUND-INDEX = ZERO
004370         IF WS-ARCH-COUNT >= WS-ARCH-MAX
004380             DISPLAY 'CXB40150 HOLDARCH TABLE FULL - '
004390                 HA-FILE-ID ' ' HA-GEN-DATE ' NOT LISTED'
004400             GO TO 2600-EXIT
004410         END-IF
004420         ADD 1 TO WS-ARCH-COUNT
004430         MOVE WS-ARCH-COUNT   TO WS-FOUND-INDEX
004440         MOVE HA-FILE-ID      TO WS-ARC-FILE-ID(WS-FOUND-INDEX)
004450         MOVE HA-GEN-DATE     TO WS-ARC-GEN-DATE(WS-FOUND-INDEX)
004460         MOVE HA-GEN-TIME     TO WS-ARC-GEN-TIME(WS-FOUND-INDEX)
004470         MOVE HA-GEN-CYCLE    TO WS-ARC-GEN-CYCLE(WS-FOUND-INDEX)
004480         MOVE HA-SLOT         TO WS-ARC-SLOT(WS-FOUND-INDEX)
004490         MOVE ZERO         TO WS-ARC-RECORD-COUNT(WS-FOUND-INDEX)
004500     END-IF.
004510*
004520     MOVE HA-ARCHIVE-DATE TO WS-ARC-ARCHIVE-DATE(WS-FOUND-INDEX).
004530     IF HA-RECORD-SEQ > WS-ARC-RECORD-COUNT(WS-FOUND-INDEX)
004540         MOVE HA-RECORD-SEQ TO WS-ARC-RECORD-COUNT(WS-FOUND-INDEX)
004550     END-IF.
004560*
004570 2600-EXIT.
004580     EXIT.
004590*
004600*===============================================================
004610*    2610-FIND-GENERATION
004620*===============================================================
004630 2610-FIND-GENERATION.
004640*
004650     IF WS-ARC-FILE-ID(WS-ARCH-IDX) = HA-FILE-ID
004660         AND WS-ARC-GEN-DATE(WS-ARCH-IDX) = HA-GEN-DATE
004670         AND WS-ARC-GEN-TIME(WS-ARCH-IDX) = HA-GEN-TIME
004680         MOVE WS-ARCH-IDX TO WS-FOUND-INDEX
004690     END-IF.
004700*
004710 2610-EXIT.
004720     EXIT.
004730*
004740*===============================================================
004750*    3000-PROCESS-HOLD
004760*===============================================================
004770 3000-PROCESS-HOLD.
004780*
004790     IF LH-RELEASED
004800         ADD 1 TO WS-RELEASED-COUNT
004810         GO TO 3000-READ-NEXT
004820     END-IF.
004830     IF LH-RELEASE-DATE NOT = ZERO
004840         AND LH-RELEASE-DATE NOT > WS-REPORT-DATE
004850         ADD 1 TO WS-LAPSED-COUNT
004860         GO TO 3000-READ-NEXT
004870     END-IF.
004880*
004890     ADD 1 TO WS-ACTIVE-COUNT.
004900     MOVE ZERO TO WS-ITEMS-LISTED.
004910     PERFORM 3100-PRINT-HOLD THRU 3100-EXIT.
004920     PERFORM 4000-LIST-AUDIT-DATES THRU 4000-EXIT.
004930     PERFORM 5000-LIST-GENERATIONS THRU 5000-EXIT
004940         VARYING WS-IDX FROM 1 BY 1
004950         UNTIL WS-IDX > WS-GEN-COUNT.
004960     PERFORM 6000-LIST-ARCHIVED THRU 6000-EXIT
004970         VARYING WS-ARCH-IDX FROM 1 BY 1
004980         UNTIL WS-ARCH-IDX > WS-ARCH-COUNT.
004990*
005000     IF ARCHIVE-NOT-READ
005010         MOVE 'HOLDARCH NOT AVAILABLE - ARCHIVE NOT SHOWN'
005020             TO WS-NOTE-TEXT
005030         WRITE REPORT-RECORD FROM WS-NOTE-LINE
005040     END-IF.
005050     IF WS-ITEMS-LISTED = ZERO
005060         MOVE 'NOTHING ON FILE IN RANGE' TO WS-NOTE-TEXT
005070         WRITE REPORT-RECORD FROM WS-NOTE-LINE
005080     END-IF.
005090*
005100 3000-READ-NEXT.
005110     READ LEGAL-HOLD-FILE
005120         AT END
005130             SET END-OF-HOLDS TO TRUE
005140     END-READ.
005150*
005160 3000-EXIT.
005170     EXIT.
005180*
005190*===============================================================
005200*    3100-PRINT-HOLD
005210*===============================================================
005220 3100-PRINT-HOLD.
005230*
005240     MOVE SPACES TO REPORT-RECORD.
005250     WRITE REPORT-RECORD.
005260*
005270     MOVE LH-MATTER-REF    TO WS-HLD-MATTER.
005280     MOVE LH-FROM-DATE     TO WS-HLD-FROM-DATE.
005290     MOVE LH-THRU-DATE     TO WS-HLD-THRU-DATE.
005300     MOVE LH-REQUEST-USER  TO WS-HLD-USER.
005310     WRITE REPORT-RECORD FROM WS-HOLD-LINE.
005320*
005330     MOVE LH-PLACED-DATE   TO WS-STP-PLACED-DATE.
005340     IF LH-RELEASE-DATE = ZERO
005350         MOVE 'NOT SET'    TO WS-STP-RELEASE
005360     ELSE
005370         MOVE LH-RELEASE-DATE TO WS-STP-RELEASE
005380     END-IF.
005390     MOVE LH-DESCRIPTION   TO WS-STP-DESCRIPTION.
005400     WRITE REPORT-RECORD FROM WS-STAMP-LINE.
005410*
005420 3100-EXIT.
005430     EXIT.
005440*
005450*===============================================================
005460*    4000-LIST-AUDIT-DATES
005470*===============================================================
005480 4000-LIST-AUDIT-DATES.
005490*
005500*    AUDITLOG IS KEYED BY CALL DATE FIRST, SO THE HOLD'S DATES
005510*    ARE ONE STRETCH OF THE FILE STARTING AT THE FROM DATE.
005520*
005530     IF AUDIT-NOT-OPEN
005540         MOVE 'AUDITLOG NOT AVAILABLE - AUDIT DATES NOT SHOWN'
005550             TO WS-NOTE-TEXT
005560         WRITE REPORT-RECORD FROM WS-NOTE-LINE
005570         GO TO 4000-EXIT
005580     END-IF.
005590*
005600     MOVE LH-FROM-DATE TO AL-CALL-DATE.
005610     MOVE ZERO         TO AL-CALL-TIME.
005620     MOVE LOW-VALUES   TO AL-PROGRAM-NAME.
005630     START AUDIT-FILE
005640         KEY IS NOT LESS THAN AL-AUDIT-KEY.
005650     IF NOT WS-AUDIT-FILE-OK
005660         GO TO 4000-EXIT
005670     END-IF.
005680*
005690     MOVE ZERO TO WS-AUDIT-DATE.
005700     MOVE ZERO TO WS-AUDIT-DATE-COUNT.
005710     SET NOT-END-OF-INPUT TO TRUE.
005720     PERFORM 4100-COUNT-ONE-AUDIT THRU 4100-EXIT
005730         UNTIL END-OF-INPUT.
005740     PERFORM 4200-PRINT-AUDIT-DATE THRU 4200-EXIT.
005750*
005760 4000-EXIT.
005770     EXIT.
005780*
005790*===============================================================
005800*    4100-COUNT-ONE-AUDIT
005810*===============================================================
005820 4100-COUNT-ONE-AUDIT.
005830*
005840     READ AUDIT-FILE NEXT RECORD
005850         AT END
005860             SET END-OF-INPUT TO TRUE
005870             GO TO 4100-EXIT
005880     END-READ.
005890     IF AL-CALL-DATE > LH-THRU-DATE
005900         SET END-OF-INPUT TO TRUE
005910         GO TO 4100-EXIT
005920     END-IF.
005930*
005940     IF AL-CALL-DATE NOT = WS-AUDIT-DATE
005950         PERFORM 4200-PRINT-AUDIT-DATE THRU 4200-EXIT
005960         MOVE AL-CALL-DATE TO WS-AUDIT-DATE
005970     END-IF.
005980     ADD 1 TO WS-AUDIT-DATE-COUNT.
005990*
006000 4100-EXIT.
006010     EXIT.
006020*
006030*===============================================================
006040*    4200-PRINT-AUDIT-DATE
006050*===============================================================
006060 4200-PRINT-AUDIT-DATE.
006070*
006080     IF WS-AUDIT-DATE-COUNT = ZERO
006090         GO TO 4200-EXIT
006100     END-IF.
006110*
006120     MOVE WS-AUDIT-DATE       TO WS-AUD-CALL-DATE.
006130     MOVE WS-AUDIT-DATE-COUNT TO WS-AUD-COUNT.
006140     WRITE REPORT-RECORD FROM WS-AUDIT-LINE.
006150     ADD 1 TO WS-ITEMS-LISTED.
006160     MOVE ZERO TO WS-AUDIT-DATE-COUNT.
006170*
006180 4200-EXIT.
006190     EXIT.
006200*
006210*===============================================================
006220*    5000-LIST-GENERATIONS
006230*===============================================================
006240 5000-LIST-GENERATIONS.
006250*
006260     IF WS-TBL-GEN-DATE(WS-IDX) < LH-FROM-DATE
006270         OR WS-TBL-GEN-DATE(WS-IDX) > LH-THRU-DATE
006280         GO TO 5000-EXIT
006290     END-IF.
006300*
006310     MOVE 'GENCTL'                 TO WS-GEN-SOURCE.
006320     MOVE WS-TBL-FILE-ID(WS-IDX)   TO WS-GEN-FILE-ID.
006330     MOVE WS-TBL-SLOT(WS-IDX)      TO WS-GEN-SLOT.
006340     MOVE WS-TBL-GEN-DATE(WS-IDX)  TO WS-GEN-DATE.
006350     MOVE WS-TBL-GEN-CYCLE(WS-IDX) TO WS-GEN-CYCLE.
006360     MOVE WS-TBL-RECORD-COUNT(WS-IDX) TO WS-GEN-RECORDS.
006370     MOVE SPACES                   TO WS-GEN-ARCH-TAG.
006380     MOVE SPACES                   TO WS-GEN-ARCH-DATE.
006390     WRITE REPORT-RECORD FROM WS-GEN-LINE.
006400     ADD 1 TO WS-ITEMS-LISTED.
006410*
006420 5000-EXIT.
006430     EXIT.
006440*
006450*===============================================================
006460*    6000-LIST-ARCHIVED
006470*===============================================================
006480 6000-LIST-ARCHIVED.
006490*
006500     IF WS-ARC-GEN-DATE(WS-ARCH-IDX) < LH-FROM-DATE
006510         OR WS-ARC-GEN-DATE(WS-ARCH-IDX) > LH-THRU-DATE
006520         GO TO 6000-EXIT
006530     END-IF.
006540*
006550     MOVE 'HOLDARCH'                     TO WS-GEN-SOURCE.
006560     MOVE WS-ARC-FILE-ID(WS-ARCH-IDX)    TO WS-GEN-FILE-ID.
006570     MOVE WS-ARC-SLOT(WS-ARCH-IDX)       TO WS-GEN-SLOT.
006580     MOVE WS-ARC-GEN-DATE(WS-ARCH-IDX)   TO WS-GEN-DATE.
006590     MOVE WS-ARC-GEN-CYCLE(WS-ARCH-IDX)  TO WS-GEN-CYCLE.
006600     MOVE WS-ARC-RECORD-COUNT(WS-ARCH-IDX) TO WS-GEN-RECORDS.
006610     MOVE ' ARCH '                       TO WS-GEN-ARCH-TAG.
006620     MOVE WS-ARC-ARCHIVE-DATE(WS-ARCH-IDX) TO WS-GEN-ARCH-DATE.
006630     WRITE REPORT-RECORD FROM WS-GEN-LINE.
006640     ADD 1 TO WS-ITEMS-LISTED.
006650*
006660 6000-EXIT.
006670     EXIT.
006680*
006690*===============================================================
006700*    7000-WRITE-SECTION
006710*===============================================================
006720 7000-WRITE-SECTION.
006730*
006740     MOVE SPACES TO REPORT-RECORD.
006750     WRITE REPORT-RECORD.
006760     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
006770*
006780 7000-EXIT.
006790     EXIT.
006800*
006810*===============================================================
006820*    9000-TERMINATE
006830*===============================================================
006840 9000-TERMINATE.
006850*
006860     MOVE SPACES TO REPORT-RECORD.
006870     WRITE REPORT-RECORD.
006880     MOVE WS-ACTIVE-COUNT   TO WS-TOT-ACTIVE.
006890     MOVE WS-LAPSED-COUNT   TO WS-TOT-LAPSED.
006900     MOVE WS-RELEASED-COUNT TO WS-TOT-RELEASED.
006910     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
006920*
006930     IF HOLD-REG-IS-OPEN
006940         CLOSE LEGAL-HOLD-FILE
006950     END-IF.
006960     IF AUDIT-IS-OPEN
006970         CLOSE AUDIT-FILE
006980     END-IF.
006990     CLOSE REPORT-FILE.
007000*
007010     DISPLAY 'CXB40150 ACTIVE HOLDS:   ' WS-ACTIVE-COUNT.
007020     DISPLAY 'CXB40150 LAPSED HOLDS:   ' WS-LAPSED-COUNT.
007030     DISPLAY 'CXB40150 RELEASED HOLDS: ' WS-RELEASED-COUNT.
007040*
007050 9000-EXIT.
007060     EXIT.
