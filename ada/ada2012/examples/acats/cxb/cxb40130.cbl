000420*
000430*     INPUTS:
000440*          DBLIN      - enveloped binary integer records.
000450*          PDIN       - packed-decimal amount records, each
000460*                       with the location it was rated for.
000470*
000480*     OUTPUTS:
000490*          DBLIN / PDIN - rebuilt holding only clean records.
000500*          NUMSUSP    - numeric suspense file: file id,
000510*                       business date, record position, the
000520*                       offending bytes raw and in hex, and
000530*                       the reason.
000540*
000550*     CHANGE HISTORY:
000560*       02 SEP 2026   DPO   Initial release.
000570*       15 OCT 2026   DPO   PDIN records now carry the rated
000580*                           location after the amount (written
000590*                           by the CXB40132 claim driver); the
000600*                           PDIN work record is widened to
000610*                           match so the location survives the
000620*                           rebuild.
000630*
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. CXB40130.
000660 AUTHOR. DATA-PROCESSING-OPERATIONS.
000670 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000680 DATE-WRITTEN. 02 SEP 2026.
000690 DATE-COMPILED.
000700*
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT DBL-IN-FILE ASSIGN TO "DBLIN"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-DIN-STATUS.
000770     SELECT PD-IN-FILE ASSIGN TO "PDIN"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-PIN-STATUS.
000800     SELECT DBL-WORK-FILE ASSIGN TO "DEDWORK"
000810         ORGANIZATION IS SEQUENTIAL.
000820     SELECT PD-WORK-FILE ASSIGN TO "PEDWORK"
000830         ORGANIZATION IS SEQUENTIAL.
000840     SELECT NUM-SUSP-FILE ASSIGN TO "NUMSUSP"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-SUSP-STATUS.
000870*
000880 DATA DIVISION.
000890 FILE SECTION.
000900*
000910*    DBLIN IS READ AS A FLAT ENVELOPED RECORD SO A CORRUPT
000920*    FIELD CAN BE DUMPED BYTE FOR BYTE; THE VIEWS BELOW CARVE
000930*    OUT THE CONTROL FIELDS AND THE BINARY VALUE.
000940*
000950 FD  DBL-IN-FILE
000960     RECORDING MODE IS F.
000970 01  DBL-IN-RECORD.
000980     COPY CXBCTL
000990         REPLACING LEADING ==CXB-CTL== BY ==DI==.
001000     05  DI-DATA-VIEW REDEFINES DI-BODY.
001010         10  DI-IN-INTEGER     PIC S9(9)  USAGE IS BINARY.
001020         10  FILLER            PIC X(23).
001030     05  DI-BYTE-VIEW REDEFINES DI-BODY.
001040         10  DI-RAW-BYTES      PIC X(04).
001050         10  FILLER            PIC X(23).
001060*
001070 FD  PD-IN-FILE
001080     RECORDING MODE IS F.
001090 01  PD-IN-RECORD.
001100     05  PI-IN-AMOUNT          PIC S9(7)V99 USAGE IS COMP-3.
001110     05  PI-BYTE-VIEW REDEFINES PI-IN-AMOUNT
001120                               PIC X(05).
001130     05  PI-LOCATION           PIC X(04).
001140*
001150 FD  DBL-WORK-FILE
001160     RECORDING MODE IS F.
001170 01  DBL-WORK-RECORD           PIC X(28).
001180*
001190 FD  PD-WORK-FILE
001200     RECORDING MODE IS F.
001210 01  PD-WORK-RECORD            PIC X(09).
001220*
001230 FD  NUM-SUSP-FILE
001240     RECORDING MODE IS F.
001250 01  NUM-SUSP-RECORD.
001260     05  NS-FILE-ID            PIC X(08).
001270     05  NS-BUSINESS-DATE      PIC 9(08).
001280     05  NS-RECORD-POSITION    PIC 9(09).
001290     05  NS-RAW-BYTES          PIC X(10).
001300     05  NS-HEX-BYTES          PIC X(20).
001310     05  NS-REASON             PIC X(20).
001320*
001330 WORKING-STORAGE SECTION.
001340*
001350*    STANDALONE COUNTERS AND SWITCHES
001360*
001370 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40130'.
001380*
001390 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001400 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001410*
001420 77  WS-DIN-STATUS             PIC X(02)  VALUE SPACES.
001430     88  WS-DIN-FILE-OK                      VALUE '00'.
001440 77  WS-PIN-STATUS             PIC X(02)  VALUE SPACES.
001450     88  WS-PIN-FILE-OK                      VALUE '00'.
001460 77  WS-SUSP-STATUS            PIC X(02)  VALUE SPACES.
001470     88  WS-SUSP-FILE-OK                     VALUE '00'.
001480     88  WS-SUSP-NOT-FOUND                   VALUE '35'.
001490*
001500 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001510     88  END-OF-INPUT                        VALUE 'Y'.
001520     88  NOT-END-OF-INPUT                    VALUE 'N'.
001530 77  WS-WORK-EOF-SWITCH        PIC X(01)  VALUE 'N'.
001540     88  END-OF-WORK                         VALUE 'Y'.
001550     88  NOT-END-OF-WORK                     VALUE 'N'.
001560*
001570*    DBL-PATH EDIT STATE: THE RAW COUNT AND RAW HASH (FOR THE
001580*    INCOMING TRAILER), THE CLEAN COUNT AND CLEAN HASH (FOR
001590*    THE RESTAMPED TRAILER), AND THE ENVELOPE SWITCHES.
001600*
001610 77  WS-DIN-RAW-COUNT          PIC 9(09)  COMP VALUE ZERO.
001620 77  WS-DIN-RAW-HASH           PIC S9(18) COMP VALUE ZERO.
001630 77  WS-DIN-CLEAN-COUNT        PIC 9(09)  COMP VALUE ZERO.
001640 77  WS-DIN-CLEAN-HASH         PIC S9(18) COMP VALUE ZERO.
001650 77  WS-DIN-BAD-COUNT          PIC 9(09)  COMP VALUE ZERO.
001660 77  WS-PIN-COUNT              PIC 9(09)  COMP VALUE ZERO.
001670 77  WS-PIN-CLEAN-COUNT        PIC 9(09)  COMP VALUE ZERO.
001680 77  WS-PIN-BAD-COUNT          PIC 9(09)  COMP VALUE ZERO.
001690*
001700 77  WS-ENVELOPE-SWITCH        PIC X(01)  VALUE 'N'.
001710     88  ENVELOPE-BAD                        VALUE 'Y'.
001720     88  ENVELOPE-GOOD                       VALUE 'N'.
001730 77  WS-TRAILER-SWITCH         PIC X(01)  VALUE 'N'.
001740     88  TRAILER-SEEN                        VALUE 'Y'.
001750     88  TRAILER-NOT-SEEN                    VALUE 'N'.
001760*
001770 01  WS-HELD-HEADER            PIC X(28)  VALUE SPACES.
001780*
001790*    HEX-DUMP WORK FIELDS.  A BYTE'S ORDINAL VALUE IS TAKEN
001800*    BY PLANTING IT IN THE LOW-ORDER BYTE OF A TWO-BYTE
001810*    BINARY FIELD WHOSE HIGH BYTE IS LOW-VALUE - THE BINARY
001820*    FIELDS ON THIS MACHINE CARRY THE HIGH-ORDER BYTE FIRST -
001830*    AND THE TWO NIBBLES THEN INDEX THE HEX DIGIT TABLE.
001840*
001850 77  WS-DUMP-LENGTH            PIC 9(03)  COMP VALUE ZERO.
001860 77  WS-DUMP-INDEX             PIC 9(03)  COMP VALUE ZERO.
001870 77  WS-HEX-INDEX              PIC 9(03)  COMP VALUE ZERO.
001880 77  WS-BYTE-ORDINAL           PIC 9(04)  COMP VALUE ZERO.
001890 77  WS-NIBBLE-HIGH            PIC 9(04)  COMP VALUE ZERO.
001900 77  WS-NIBBLE-LOW             PIC 9(04)  COMP VALUE ZERO.
001910 01  WS-DUMP-SOURCE            PIC X(10)  VALUE SPACES.
001920 01  WS-DUMP-HEX               PIC X(20)  VALUE SPACES.
001930 01  WS-BIN-PAIR               PIC 9(04)  COMP VALUE ZERO.
001940 01  WS-BIN-PAIR-BYTES REDEFINES WS-BIN-PAIR.
001950     05  WS-BIN-HIGH-BYTE      PIC X(01).
001960     05  WS-BIN-LOW-BYTE       PIC X(01).
001970 01  WS-HEX-DIGITS             PIC X(16)
001980         VALUE '0123456789ABCDEF'.
001990 01  WS-HEX-DIGIT-TABLE REDEFINES WS-HEX-DIGITS.
002000     05  WS-HEX-DIGIT OCCURS 16 TIMES
002010                               PIC X(01).
002020*
002030*    RUN-CONTROL REGISTRATION FIELDS FOR THE CXB40107 SERVICE
002040*
002050 77  WS-RUNC-FUNCTION          PIC X(01)  VALUE 'S'.
002060 77  WS-RUNC-IN-COUNT          PIC 9(09)  COMP VALUE ZERO.
002070 77  WS-RUNC-OUT-COUNT         PIC 9(09)  COMP VALUE ZERO.
002080 77  WS-RUNC-REJECT-COUNT      PIC 9(09)  COMP VALUE ZERO.
002090 77  WS-RUNC-TRUNC-ZERO        PIC 9(09)  COMP VALUE ZERO.
002100 77  WS-RUNC-OVFL-ZERO         PIC 9(09)  COMP VALUE ZERO.
002110 77  WS-RUNC-FINAL-RC          PIC S9(04) COMP VALUE ZERO.
002120 77  WS-RUNC-RESULT            PIC X(01)  VALUE '0'.
002130     88  RUN-CALL-RECORDED                   VALUE '0'.
002140     88  RUN-DUPLICATE                       VALUE 'D'.
002150     88  RUN-REGISTRY-ERROR                  VALUE 'E'.
002160*
002170 PROCEDURE DIVISION.
002180*
002190*===============================================================
002200*    0000-MAINLINE
002210*===============================================================
002220 0000-MAINLINE.
002230*
002240     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
002250*
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270*
002280     PERFORM 2000-EDIT-DBL-PATH THRU 2000-EXIT.
002290     PERFORM 3000-EDIT-PD-PATH THRU 3000-EXIT.
002300*
002310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002320*
002330     STOP RUN.
002340*
002350*===============================================================
002360*    0500-REGISTER-START
002370*===============================================================
002380 0500-REGISTER-START.
002390*
002400     MOVE 'S' TO WS-RUNC-FUNCTION.
002410     CALL 'CXB40107' USING WS-RUNC-FUNCTION
002420                            PROGRAM-NAME
002430                            WS-RUNC-IN-COUNT
002440                            WS-RUNC-OUT-COUNT
002450                            WS-RUNC-REJECT-COUNT
002460                            WS-RUNC-TRUNC-ZERO
002470                            WS-RUNC-OVFL-ZERO
002480                            WS-RUNC-FINAL-RC
002490                            WS-RUNC-RESULT.
002500*
002510     IF RUN-DUPLICATE
002520         DISPLAY 'CXB40130 ALREADY RAN THIS BUSINESS DATE - '
002530             'RUN REFUSED'
002540         MOVE 20 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570*
002580     IF RUN-REGISTRY-ERROR
002590         DISPLAY 'CXB40130 RUN REGISTRY UNAVAILABLE - '
002600             'RUN CONTINUES UNREGISTERED'
002610     END-IF.
002620*
002630 0500-EXIT.
002640     EXIT.
002650*
002660*===============================================================
002670*    1000-INITIALIZE
002680*===============================================================
002690 1000-INITIALIZE.
002700*
002710     CALL 'CXB40117' USING WS-RUN-DATE
002720                            WS-BDAT-RESULT.
002730*
002740     OPEN EXTEND NUM-SUSP-FILE.
002750     IF NOT WS-SUSP-FILE-OK AND WS-SUSP-NOT-FOUND
002760         CLOSE NUM-SUSP-FILE
002770         OPEN OUTPUT NUM-SUSP-FILE
002780     END-IF.
002790     IF NOT WS-SUSP-FILE-OK
002800         DISPLAY 'CXB40130 NUMSUSP OPEN FAILED, STATUS='
002810             WS-SUSP-STATUS
002820         DISPLAY 'CXB40130 RUN ABANDONED - INPUTS UNTOUCHED'
002830         MOVE 8 TO RETURN-CODE
002840         PERFORM 8900-REGISTER-END THRU 8900-EXIT
002850         STOP RUN
002860     END-IF.
002870*
002880 1000-EXIT.
002890     EXIT.
002900*
002910*===============================================================
002920*    2000-EDIT-DBL-PATH
002930*===============================================================
002940 2000-EDIT-DBL-PATH.
002950*
002960     SET NOT-END-OF-INPUT TO TRUE.
002970*
002980     OPEN INPUT DBL-IN-FILE.
002990     IF NOT WS-DIN-FILE-OK
003000         DISPLAY 'CXB40130 DBLIN NOT AVAILABLE, STATUS='
003010             WS-DIN-STATUS
003020         GO TO 2000-EXIT
003030     END-IF.
003040*
003050     READ DBL-IN-FILE
003060         AT END
003070             SET END-OF-INPUT TO TRUE
003080     END-READ.
003090     IF END-OF-INPUT OR NOT DI-HEADER-REC
003100         DISPLAY 'CXB40130 DBLIN HAS NO CONTROL HEADER - '
003110             'LEFT UNTOUCHED'
003120         SET ENVELOPE-BAD TO TRUE
003130         CLOSE DBL-IN-FILE
003140         GO TO 2000-EXIT
003150     END-IF.
003160     MOVE DBL-IN-RECORD TO WS-HELD-HEADER.
003170*
003180     OPEN OUTPUT DBL-WORK-FILE.
003190*
003200     READ DBL-IN-FILE
003210         AT END
003220             SET END-OF-INPUT TO TRUE
003230     END-READ.
003240     PERFORM 2100-EDIT-ONE-DBL THRU 2100-EXIT
003250         UNTIL END-OF-INPUT.
003260*
003270     IF TRAILER-NOT-SEEN AND ENVELOPE-GOOD
003280         DISPLAY 'CXB40130 DBLIN TRAILER MISSING - '
003290             'FILE TRUNCATED IN TRANSFER?'
003300         SET ENVELOPE-BAD TO TRUE
003310     END-IF.
003320*
003330     CLOSE DBL-IN-FILE.
003340     CLOSE DBL-WORK-FILE.
003350*
003360*    ONLY A FILE THAT PASSED ITS OWN ENVELOPE IS REBUILT; A
003370*    BAD ENVELOPE LEAVES DBLIN AS IT ARRIVED SO THE PROBLEM
003380*    CAN BE LOOKED AT, AND THE STEP FAILS.
003390*
003400     IF ENVELOPE-GOOD
003410         PERFORM 2500-REBUILD-DBLIN THRU 2500-EXIT
003420     END-IF.
003430*
003440 2000-EXIT.
003450     EXIT.
003460*
003470*===============================================================
003480*    2100-EDIT-ONE-DBL
003490*===============================================================
003500 2100-EDIT-ONE-DBL.
003510*
003520     IF DI-TRAILER-REC
003530         PERFORM 2200-VERIFY-DBL-TRAILER THRU 2200-EXIT
003540         SET TRAILER-SEEN TO TRUE
003550         SET END-OF-INPUT TO TRUE
003560         GO TO 2100-EXIT
003570     END-IF.
003580     IF NOT DI-DATA-REC
003590         DISPLAY 'CXB40130 DBLIN BAD RECORD TYPE "'
003600             DI-RECORD-TYPE '" - LEFT UNTOUCHED'
003610         SET ENVELOPE-BAD TO TRUE
003620         SET END-OF-INPUT TO TRUE
003630         GO TO 2100-EXIT
003640     END-IF.
003650*
003660     ADD 1 TO WS-DIN-RAW-COUNT.
003670     ADD DI-IN-INTEGER TO WS-DIN-RAW-HASH.
003680*
003690*    THE VALUE MUST FIT THE PIC S9(9) LINKAGE THE SERVICES
003700*    TAKE; A BINARY FIELD CAN CARRY MORE THAN ITS PICTURE.
003710*
003720     IF DI-IN-INTEGER > 999999999
003730         OR DI-IN-INTEGER < -999999999
003740         ADD 1 TO WS-DIN-BAD-COUNT
003750         MOVE SPACES TO WS-DUMP-SOURCE
003760         MOVE DI-RAW-BYTES TO WS-DUMP-SOURCE(1:4)
003770         MOVE 4 TO WS-DUMP-LENGTH
003780         PERFORM 7000-DUMP-BYTES-TO-HEX THRU 7000-EXIT
003790         MOVE 'DBLIN' TO NS-FILE-ID
003800         MOVE WS-DIN-RAW-COUNT TO NS-RECORD-POSITION
003810         MOVE 'VALUE OVER PIC S9(9)' TO NS-REASON
003820         PERFORM 7500-WRITE-NUM-SUSP THRU 7500-EXIT
003830     ELSE
003840         ADD 1 TO WS-DIN-CLEAN-COUNT
003850         ADD DI-IN-INTEGER TO WS-DIN-CLEAN-HASH
003860         WRITE DBL-WORK-RECORD FROM DBL-IN-RECORD
003870     END-IF.
003880*
003890     READ DBL-IN-FILE
003900         AT END
003910             SET END-OF-INPUT TO TRUE
003920     END-READ.
003930*
003940 2100-EXIT.
003950     EXIT.
003960*
003970*===============================================================
003980*    2200-VERIFY-DBL-TRAILER
003990*===============================================================
004000 2200-VERIFY-DBL-TRAILER.
004010*
004020*    THE INCOMING TRAILER IS VERIFIED OVER THE RAW VALUES -
004030*    CORRUPT OR NOT, THEY ARE WHAT THE SENDER HASHED - SO A
004040*    DAMAGED FIELD CANNOT MASK A FILE SHORTENED IN TRANSFER.
004050*
004060     IF DI-RECORD-COUNT NOT = WS-DIN-RAW-COUNT
004070         OR DI-HASH-TOTAL NOT = WS-DIN-RAW-HASH
004080         DISPLAY 'CXB40130 DBLIN CONTROL TOTALS DO NOT '
004090             'MATCH WHAT WAS READ - LEFT UNTOUCHED'
004100         SET ENVELOPE-BAD TO TRUE
004110     END-IF.
004120*
004130 2200-EXIT.
004140     EXIT.
004150*
004160*===============================================================
004170*    2500-REBUILD-DBLIN
004180*===============================================================
004190 2500-REBUILD-DBLIN.
004200*
004210*    DBLIN IS REBUILT IN PLACE FROM THE WORK FILE, THE WAY
004220*    CXB40101 REBUILDS SUSPENSE: THE ORIGINAL HEADER, THE
004230*    CLEAN DATA RECORDS, AND A TRAILER RESTAMPED WITH THE
004240*    CLEAN COUNT AND HASH SO THE CXB40098 ENVELOPE CHECK
004250*    BALANCES AGAINST WHAT ACTUALLY PASSED THE EDIT.
004260*
004270     SET NOT-END-OF-WORK TO TRUE.
004280     OPEN INPUT DBL-WORK-FILE.
004290     OPEN OUTPUT DBL-IN-FILE.
004300*
004310     MOVE WS-HELD-HEADER TO DBL-IN-RECORD.
004320     WRITE DBL-IN-RECORD.
004330*
004340     PERFORM 2510-COPY-DBL-WORK THRU 2510-EXIT
004350         UNTIL END-OF-WORK.
004360*
004370     MOVE SPACES TO DI-BODY.
004380     SET DI-TRAILER-REC TO TRUE.
004390     MOVE WS-DIN-CLEAN-COUNT TO DI-RECORD-COUNT.
004400     MOVE WS-DIN-CLEAN-HASH  TO DI-HASH-TOTAL.
004410     WRITE DBL-IN-RECORD.
004420*
004430     CLOSE DBL-WORK-FILE.
004440     CLOSE DBL-IN-FILE.
004450*
004460 2500-EXIT.
004470     EXIT.
004480*
004490*===============================================================
004500*    2510-COPY-DBL-WORK
004510*===============================================================
004520 2510-COPY-DBL-WORK.
004530*
004540     READ DBL-WORK-FILE
004550         AT END
004560             SET END-OF-WORK TO TRUE
004570             GO TO 2510-EXIT
004580     END-READ.
004590     MOVE DBL-WORK-RECORD TO DBL-IN-RECORD.
004600     WRITE DBL-IN-RECORD.
004610*
004620 2510-EXIT.
004630     EXIT.
004640*
004650*===============================================================
004660*    3000-EDIT-PD-PATH
004670*===============================================================
004680 3000-EDIT-PD-PATH.
004690*
004700     SET NOT-END-OF-INPUT TO TRUE.
004710*
004720     OPEN INPUT PD-IN-FILE.
004730     IF NOT WS-PIN-FILE-OK
004740         DISPLAY 'CXB40130 PDIN NOT AVAILABLE, STATUS='
004750             WS-PIN-STATUS
004760         GO TO 3000-EXIT
004770     END-IF.
004780*
004790     OPEN OUTPUT PD-WORK-FILE.
004800*
004810     READ PD-IN-FILE
004820         AT END
004830             SET END-OF-INPUT TO TRUE
004840     END-READ.
004850     PERFORM 3100-EDIT-ONE-PD THRU 3100-EXIT
004860         UNTIL END-OF-INPUT.
004870*
004880     CLOSE PD-IN-FILE.
004890     CLOSE PD-WORK-FILE.
004900*
004910     PERFORM 3500-REBUILD-PDIN THRU 3500-EXIT.
004920*
004930 3000-EXIT.
004940     EXIT.
004950*
004960*===============================================================
004970*    3100-EDIT-ONE-PD
004980*===============================================================
004990 3100-EDIT-ONE-PD.
005000*
005010     ADD 1 TO WS-PIN-COUNT.
005020*
005030*    THE NUMERIC CLASS TEST PROVES THE PACKED FIELD CARRIES
005040*    VALID DIGITS AND A VALID SIGN NIBBLE.
005050*
005060     IF PI-IN-AMOUNT NOT NUMERIC
005070         ADD 1 TO WS-PIN-BAD-COUNT
005080         MOVE SPACES TO WS-DUMP-SOURCE
005090         MOVE PI-BYTE-VIEW TO WS-DUMP-SOURCE(1:5)
005100         MOVE 5 TO WS-DUMP-LENGTH
005110         PERFORM 7000-DUMP-BYTES-TO-HEX THRU 7000-EXIT
005120         MOVE 'PDIN' TO NS-FILE-ID
005130         MOVE WS-PIN-COUNT TO NS-RECORD-POSITION
005140         MOVE 'BAD PACKED FIELD' TO NS-REASON
005150         PERFORM 7500-WRITE-NUM-SUSP THRU 7500-EXIT
005160     ELSE
005170         ADD 1 TO WS-PIN-CLEAN-COUNT
005180         WRITE PD-WORK-RECORD FROM PD-IN-RECORD
005190     END-IF.
005200*
005210     READ PD-IN-FILE
005220         AT END
005230             SET END-OF-INPUT TO TRUE
005240     END-READ.
005250*
005260 3100-EXIT.
005270     EXIT.
005280*
005290*===============================================================
005300*    3500-REBUILD-PDIN
005310*===============================================================
005320 3500-REBUILD-PDIN.
005330*
005340     SET NOT-END-OF-WORK TO TRUE.
005350     OPEN INPUT PD-WORK-FILE.
005360     OPEN OUTPUT PD-IN-FILE.
005370*
005380     PERFORM 3510-COPY-PD-WORK THRU 3510-EXIT
005390         UNTIL END-OF-WORK.
005400*
005410     CLOSE PD-WORK-FILE.
005420     CLOSE PD-IN-FILE.
005430*
005440 3500-EXIT.
005450     EXIT.
005460*
005470*===============================================================
005480*    3510-COPY-PD-WORK
005490*===============================================================
005500 3510-COPY-PD-WORK.
005510*
005520     READ PD-WORK-FILE
005530         AT END
005540             SET END-OF-WORK TO TRUE
005550             GO TO 3510-EXIT
005560     END-READ.
005570     MOVE PD-WORK-RECORD TO PD-IN-RECORD.
005580     WRITE PD-IN-RECORD.
005590*
005600 3510-EXIT.
005610     EXIT.
005620*
005630*===============================================================
005640*    7000-DUMP-BYTES-TO-HEX
005650*===============================================================
005660 7000-DUMP-BYTES-TO-HEX.
005670*
005680*    TURNS THE FIRST WS-DUMP-LENGTH BYTES OF WS-DUMP-SOURCE
005690*    INTO HEX DIGIT PAIRS IN WS-DUMP-HEX.
005700*
005710     MOVE SPACES TO WS-DUMP-HEX.
005720     PERFORM 7100-DUMP-ONE-BYTE THRU 7100-EXIT
005730         VARYING WS-DUMP-INDEX FROM 1 BY 1
005740         UNTIL WS-DUMP-INDEX > WS-DUMP-LENGTH.
005750*
005760 7000-EXIT.
005770     EXIT.
005780*
005790*===============================================================
005800*    7100-DUMP-ONE-BYTE
005810*===============================================================
005820 7100-DUMP-ONE-BYTE.
005830*
005840     MOVE LOW-VALUE TO WS-BIN-HIGH-BYTE.
005850     MOVE WS-DUMP-SOURCE(WS-DUMP-INDEX:1)
005860         TO WS-BIN-LOW-BYTE.
005870     MOVE WS-BIN-PAIR TO WS-BYTE-ORDINAL.
005880*
005890     DIVIDE WS-BYTE-ORDINAL BY 16
005900         GIVING WS-NIBBLE-HIGH
005910         REMAINDER WS-NIBBLE-LOW.
005920*
005930     COMPUTE WS-HEX-INDEX = (WS-DUMP-INDEX * 2) - 1.
005940     MOVE WS-HEX-DIGIT(WS-NIBBLE-HIGH + 1)
005950         TO WS-DUMP-HEX(WS-HEX-INDEX:1).
005960     ADD 1 TO WS-HEX-INDEX.
005970     MOVE WS-HEX-DIGIT(WS-NIBBLE-LOW + 1)
005980         TO WS-DUMP-HEX(WS-HEX-INDEX:1).
005990*
006000 7100-EXIT.
006010     EXIT.
006020*
006030*===============================================================
006040*    7500-WRITE-NUM-SUSP
006050*===============================================================
006060 7500-WRITE-NUM-SUSP.
006070*
006080*    THE CALLER LOADS NS-FILE-ID, NS-RECORD-POSITION, AND
006090*    NS-REASON, AND THE HEX DUMP FIELDS ARE ALREADY BUILT.
006100*
006110     MOVE WS-RUN-DATE    TO NS-BUSINESS-DATE.
006120     MOVE WS-DUMP-SOURCE TO NS-RAW-BYTES.
006130     MOVE WS-DUMP-HEX    TO NS-HEX-BYTES.
006140     WRITE NUM-SUSP-RECORD.
006150     IF NOT WS-SUSP-FILE-OK
006160         DISPLAY 'CXB40130 NUMSUSP WRITE FAILED, STATUS='
006170             WS-SUSP-STATUS
006180         MOVE 8 TO RETURN-CODE
006190     END-IF.
006200*
006210 7500-EXIT.
006220     EXIT.
006230*
006240*===============================================================
006250*    9000-TERMINATE
006260*===============================================================
006270 9000-TERMINATE.
006280*
006290     CLOSE NUM-SUSP-FILE.
006300*
006310     IF ENVELOPE-BAD
006320         MOVE 16 TO RETURN-CODE
006330     END-IF.
006340*
006350     DISPLAY 'CXB40130 DBLIN RECORDS READ:  ' WS-DIN-RAW-COUNT.
006360     DISPLAY 'CXB40130 DBLIN PASSED CLEAN:  '
006370         WS-DIN-CLEAN-COUNT.
006380     DISPLAY 'CXB40130 DBLIN DIVERTED:      ' WS-DIN-BAD-COUNT.
006390     DISPLAY 'CXB40130 PDIN RECORDS READ:   ' WS-PIN-COUNT.
006400     DISPLAY 'CXB40130 PDIN PASSED CLEAN:   '
006410         WS-PIN-CLEAN-COUNT.
006420     DISPLAY 'CXB40130 PDIN DIVERTED:       ' WS-PIN-BAD-COUNT.
006430*
006440     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
006450*
006460 9000-EXIT.
006470     EXIT.
006480*
006490*===============================================================
006500*    8900-REGISTER-END
006510*===============================================================
006520 8900-REGISTER-END.
006530*
006540     MOVE 'E' TO WS-RUNC-FUNCTION.
006550     MOVE RETURN-CODE TO WS-RUNC-FINAL-RC.
006560     COMPUTE WS-RUNC-IN-COUNT =
006570         WS-DIN-RAW-COUNT + WS-PIN-COUNT.
006580     COMPUTE WS-RUNC-OUT-COUNT =
006590         WS-DIN-CLEAN-COUNT + WS-PIN-CLEAN-COUNT.
006600     COMPUTE WS-RUNC-REJECT-COUNT =
006610         WS-DIN-BAD-COUNT + WS-PIN-BAD-COUNT.
006620     CALL 'CXB40107' USING WS-RUNC-FUNCTION
006630                            PROGRAM-NAME
006640                            WS-RUNC-IN-COUNT
006650                            WS-RUNC-OUT-COUNT
006660                            WS-RUNC-REJECT-COUNT
006670                            WS-RUNC-TRUNC-ZERO
006680                            WS-RUNC-OVFL-ZERO
006690                            WS-RUNC-FINAL-RC
006700                            WS-RUNC-RESULT.
006710     IF RUN-REGISTRY-ERROR
006720         DISPLAY 'CXB40130 RUN REGISTRY UNAVAILABLE - '
006730             'END OF RUN NOT RECORDED'
006740     END-IF.
006750     MOVE WS-RUNC-FINAL-RC TO RETURN-CODE.
006760*
006770 8900-EXIT.
006780     EXIT.
