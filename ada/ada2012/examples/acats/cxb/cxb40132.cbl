000100* CXB40132.CBL
000110*
000120*     PROGRAM:  CXB40132   ("Travel_Claim_Rating")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Batch driver for the CXB40121 ("Apply_Rate")
000160*          location-rated service.  Reads the travel-claim
000170*          file, one record per claim (traveler, claim number,
000180*          location, trip start and end dates, and the daily
000190*          lodging and meals amounts), and rates every day of
000200*          the trip through CXB40121 at the RATETBL rate in
000210*          effect for the location on that travel day, so a
000220*          trip that spans a rate change is rated on both
000230*          sides of it.  The claim total is then pushed
000240*          through the CXB40094 ("Copy_and_Double_Amount")
000250*          doubling path for its overflow safety net, and a
000260*          clean claim is written to PDIN as one rated
000270*          per-diem amount for the CXB40105 driver, replacing
000280*          the spreadsheet that used to produce that file.
000290*
000300*          Every claim is printed on the CLMRPT register with
000310*          the rate applied to each day, the day count, and
000320*          the claim total.  A claim that cannot be rated - bad
000330*          trip dates, no rate on file for a travel day, a
000340*          rate or doubling overflow, or a trip longer than
000350*          the register can hold - is written to the CLMEXCP
000360*          exception file with the failing day and the reason
000370*          and is not released to PDIN, so it cannot quietly
000380*          disappear.  Any exception ends the step with
000390*          RETURN-CODE 4; RATETBL unavailable ends it with 8.
000400*
000410*     INPUTS:
000420*          CLAIMIN    - travel claims, one record per claim.
000430*          RATETBL    - keyed location rate table, read
000440*                       through CXB40121.
000450*
000460*     OUTPUTS:
000470*          PDIN       - one rated per-diem amount per clean
000480*                       claim with its location, input to
000490*                       CXB40130 and CXB40105.
000500*          CLMRPT     - printed claim register.
000510*          CLMEXCP    - claims that could not be rated.
000520*
000530*     CHANGE HISTORY:
000540*       15 OCT 2026   DPO   Initial release.
000550*       15 OCT 2026   DPO   PDIN now carries the claim's
000560*                           location after the amount, for the
000570*                           CXB40124 account mapping.
000580*       15 OCT 2026   DPO   PDIN, CLMEXCP and CLMRPT are opened
000590*                           only after CLAIMIN opens cleanly.
000600*
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. CXB40132.
000630 AUTHOR. DATA-PROCESSING-OPERATIONS.
000640 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000650 DATE-WRITTEN. 15 OCT 2026.
000660 DATE-COMPILED.
000670*
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT CLAIM-IN-FILE ASSIGN TO "CLAIMIN"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-CLAIM-STATUS.
000740     SELECT PD-IN-FILE ASSIGN TO "PDIN"
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT CLAIM-EXCP-FILE ASSIGN TO "CLMEXCP"
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT REPORT-FILE ASSIGN TO "CLMRPT"
000790         ORGANIZATION IS SEQUENTIAL.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CLAIM-IN-FILE
000840     RECORDING MODE IS F.
000850 01  CLAIM-IN-RECORD.
000860     05  CI-TRAVELER-ID        PIC X(08).
000870     05  CI-CLAIM-NUMBER       PIC X(10).
000880     05  CI-LOCATION           PIC X(04).
000890     05  CI-TRIP-START-DATE    PIC 9(08).
000900     05  CI-TRIP-END-DATE      PIC 9(08).
000910     05  CI-LODGING-AMOUNT     PIC S9(7)V99 USAGE IS COMP-3.
000920     05  CI-MEALS-AMOUNT       PIC S9(7)V99 USAGE IS COMP-3.
000930*
000940 FD  PD-IN-FILE
000950     RECORDING MODE IS F.
000960 01  PD-IN-RECORD.
000970     05  PI-IN-AMOUNT          PIC S9(7)V99 USAGE IS COMP-3.
000980     05  PI-LOCATION           PIC X(04).
000990*
001000 FD  CLAIM-EXCP-FILE
001010     RECORDING MODE IS F.
001020 01  CLAIM-EXCP-RECORD.
001030     05  CE-BUSINESS-DATE      PIC 9(08).
001040     05  CE-TRAVELER-ID        PIC X(08).
001050     05  CE-CLAIM-NUMBER       PIC X(10).
001060     05  CE-LOCATION           PIC X(04).
001070     05  CE-TRIP-START-DATE    PIC 9(08).
001080     05  CE-TRIP-END-DATE      PIC 9(08).
001090     05  CE-FAIL-DATE          PIC 9(08).
001100     05  CE-REASON             PIC X(20).
001110*
001120 FD  REPORT-FILE
001130     RECORDING MODE IS F.
001140 01  REPORT-RECORD             PIC X(80).
001150*
001160 WORKING-STORAGE SECTION.
001170*
001180*    STANDALONE COUNTERS AND SWITCHES
001190*
001200 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40132'.
001210*
001220 77  WS-CLAIM-COUNT            PIC 9(09)  COMP VALUE ZERO.
001230 77  WS-RATED-COUNT            PIC 9(09)  COMP VALUE ZERO.
001240 77  WS-EXCP-COUNT             PIC 9(09)  COMP VALUE ZERO.
001250 77  WS-OVERFLOW-COUNT         PIC 9(09)  COMP VALUE ZERO.
001260 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001270*
001280 77  WS-CLAIM-STATUS           PIC X(02)  VALUE SPACES.
001290     88  WS-CLAIM-FILE-OK                    VALUE '00'.
001300*
001310 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001320     88  END-OF-CLAIMS                       VALUE 'Y'.
001330     88  NOT-END-OF-CLAIMS                   VALUE 'N'.
001340 77  WS-CLAIMS-OPEN-SWITCH     PIC X(01)  VALUE 'N'.
001350     88  CLAIMS-WERE-OPENED                  VALUE 'Y'.
001360     88  CLAIMS-NOT-OPENED                   VALUE 'N'.
001370 77  WS-CLAIM-SWITCH           PIC X(01)  VALUE 'N'.
001380     88  CLAIM-IN-EXCEPTION                  VALUE 'Y'.
001390     88  CLAIM-IS-CLEAN                      VALUE 'N'.
001400 77  WS-TABLE-ERROR-SWITCH     PIC X(01)  VALUE 'N'.
001410     88  RATE-TABLE-FAILED                   VALUE 'Y'.
001420     88  RATE-TABLE-ANSWERED                 VALUE 'N'.
001430*
001440*    THE EXCEPTION REASON AND THE TRAVEL DAY IT WAS RAISED ON
001450*    FOR THE CLAIM IN HAND.
001460*
001470 77  WS-EXCP-REASON            PIC X(20)  VALUE SPACES.
001480 77  WS-EXCP-DATE              PIC 9(08)  VALUE ZERO.
001490*
001500*    PER-CLAIM AND RUN TOTALS.  THE CLAIM TOTAL KEEPS THE
001510*    CXB40094 AMOUNT SHAPE SO IT CAN BE PASSED STRAIGHT TO
001520*    THE DOUBLING SERVICE AND WRITTEN TO PDIN.
001530*
001540 77  WS-CLAIM-LODGING          PIC S9(7)V99 COMP-3 VALUE ZERO.
001550 77  WS-CLAIM-MEALS            PIC S9(7)V99 COMP-3 VALUE ZERO.
001560 77  WS-CLAIM-TOTAL            PIC S9(7)V99 COMP-3 VALUE ZERO.
001570 77  WS-RUN-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
001580*
001590*    ONE ENTRY PER TRAVEL DAY OF THE CLAIM IN HAND, HELD SO
001600*    THE REGISTER CAN PRINT THE CLAIM ONLY AFTER EVERY DAY
001610*    HAS BEEN RATED.  A TRIP LONGER THAN WS-DAY-MAX DAYS IS
001620*    AN EXCEPTION, NOT A TRUNCATED CLAIM.
001630*
001640 77  WS-DAY-MAX                PIC 9(03)  COMP VALUE 60.
001650 77  WS-DAY-COUNT              PIC 9(03)  COMP VALUE ZERO.
001660 77  WS-DAY-SLOT               PIC 9(03)  COMP VALUE ZERO.
001670 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
001680 01  WS-DAY-TABLE.
001690     05  WS-DAY-ENTRY OCCURS 60 TIMES.
001700         10  WS-DAY-DATE           PIC 9(08).
001710         10  WS-DAY-RATE           PIC S9(3)V9(4) COMP-3.
001720         10  WS-DAY-LODGING        PIC S9(7)V99 COMP-3.
001730         10  WS-DAY-MEALS          PIC S9(7)V99 COMP-3.
001740*
001750*    THE TRAVEL DAY BEING RATED, WITH ITS PARTS VIEW, PLUS
001760*    THE DAYS-IN-MONTH TABLE AND THE FULL GREGORIAN LEAP-YEAR
001770*    RULE, AS CXB40118 ADVANCES THE BUSINESS DATE.
001780*
001790 01  WS-WORK-DATE              PIC 9(08)  VALUE ZERO.
001800 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
001810     05  WS-WORK-CCYY          PIC 9(04).
001820     05  WS-WORK-MM            PIC 9(02).
001830     05  WS-WORK-DD            PIC 9(02).
001840 77  WS-MONTH-DAYS             PIC 9(02)  VALUE ZERO.
001850 77  WS-LEAP-QUOTIENT          PIC 9(06)  COMP VALUE ZERO.
001860 77  WS-LEAP-REMAINDER         PIC 9(04)  COMP VALUE ZERO.
001870 77  WS-LEAP-SWITCH            PIC X(01)  VALUE 'N'.
001880     88  YEAR-IS-LEAP                        VALUE 'Y'.
001890     88  YEAR-NOT-LEAP                       VALUE 'N'.
001900 77  WS-DATE-SWITCH            PIC X(01)  VALUE 'N'.
001910     88  DATE-IS-VALID                       VALUE 'Y'.
001920     88  DATE-NOT-VALID                      VALUE 'N'.
001930*
001940 01  WS-MONTH-DAY-LIST         PIC X(24)
001950         VALUE '312831303130313130313031'.
001960 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-LIST.
001970     05  WS-MONTH-DAY OCCURS 12 TIMES
001980                               PIC 9(02).
001990*
002000*    WORKING COPIES OF THE CXB40121 LINKAGE PARAMETERS
002010*
002020 01  WS-RATE-PARMS.
002030     05  WS-RA-LOCATION        PIC X(04).
002040     05  WS-RA-IN-AMOUNT       PIC S9(7)V99 USAGE IS COMP-3.
002050     05  WS-RA-OUT-AMOUNT      PIC S9(7)V99 USAGE IS COMP-3.
002060     05  WS-RA-OUT-OVERFLOW    PIC X(01).
002070         88  WS-RA-OVERFLOW                 VALUE 'Y'.
002080         88  WS-RA-NO-OVERFLOW              VALUE 'N'.
002090     05  WS-RA-RESULT-FLAG     PIC X(01).
002100         88  WS-RA-RATE-APPLIED             VALUE '0'.
002110         88  WS-RA-NO-RATE-ON-FILE          VALUE 'N'.
002120         88  WS-RA-TABLE-ERROR              VALUE 'E'.
002130     05  WS-RA-RATE-DATE       PIC 9(08).
002140     05  WS-RA-OUT-RATE        PIC S9(3)V9(4) USAGE IS COMP-3.
002150*
002160*    WORKING COPIES OF THE CXB40094 LINKAGE PARAMETERS
002170*
002180 01  WS-PER-DIEM-PARMS.
002190     05  WS-IN-AMOUNT          PIC S9(7)V99 USAGE IS COMP-3.
002200     05  WS-OUT-AMOUNT         PIC S9(7)V99 USAGE IS COMP-3.
002210     05  WS-OUT-DOUBLE-AMOUNT  PIC S9(7)V99 USAGE IS COMP-3.
002220     05  WS-OUT-OVERFLOW       PIC X(01).
002230         88  WS-DOUBLE-OVERFLOW             VALUE 'Y'.
002240         88  WS-NO-DOUBLE-OVERFLOW          VALUE 'N'.
002250*
002260*    RUN-CONTROL REGISTRATION FIELDS FOR THE CXB40107 SERVICE
002270*
002280 77  WS-RUNC-FUNCTION          PIC X(01)  VALUE 'S'.
002290 77  WS-RUNC-TRUNC-ZERO        PIC 9(09)  COMP VALUE ZERO.
002300 77  WS-RUNC-FINAL-RC          PIC S9(04) COMP VALUE ZERO.
002310 77  WS-RUNC-RESULT            PIC X(01)  VALUE '0'.
002320     88  RUN-CALL-RECORDED                   VALUE '0'.
002330     88  RUN-DUPLICATE                       VALUE 'D'.
002340     88  RUN-REGISTRY-ERROR                  VALUE 'E'.
002350*
002360*    EVENT-LOGGING FIELDS FOR THE CXB40127 SERVICE
002370*
002380 77  WS-EVT-SEVERITY           PIC X(01)  VALUE SPACE.
002390 77  WS-EVT-CODE               PIC X(08)  VALUE SPACES.
002400 77  WS-EVT-TEXT               PIC X(40)  VALUE SPACES.
002410 77  WS-EVT-RESULT             PIC X(01)  VALUE SPACE.
002420*
002430*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
002440*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
002450*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
002460*
002470 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
002480*
002490*    REPORT LINE LAYOUTS
002500*
002510 01  WS-HEADING-LINE.
002520     05  FILLER                PIC X(32)
002530         VALUE "CXB40132 TRAVEL CLAIM REGISTER  ".
002540     05  FILLER                PIC X(05) VALUE "DATE=".
002550     05  WS-HDG-DATE           PIC 9(08).
002560*
002570 01  WS-COLUMN-LINE.
002580     05  FILLER                PIC X(50)
002590         VALUE "CLAIM      TRAVELER LOC  START    END       DAYS".
002600*
002610 01  WS-CLAIM-LINE.
002620     05  WS-CLM-NUMBER         PIC X(10).
002630     05  FILLER                PIC X(01) VALUE SPACE.
002640     05  WS-CLM-TRAVELER       PIC X(08).
002650     05  FILLER                PIC X(01) VALUE SPACE.
002660     05  WS-CLM-LOCATION       PIC X(04).
002670     05  FILLER                PIC X(01) VALUE SPACE.
002680     05  WS-CLM-START          PIC 9(08).
002690     05  FILLER                PIC X(01) VALUE SPACE.
002700     05  WS-CLM-END            PIC 9(08).
002710     05  FILLER                PIC X(02) VALUE SPACES.
002720     05  WS-CLM-DAYS           PIC ZZ9.
002730*
002740 01  WS-DAY-LINE.
002750     05  FILLER                PIC X(07) VALUE "   DAY ".
002760     05  WS-DL-DATE            PIC 9(08).
002770     05  FILLER                PIC X(07) VALUE "  RATE ".
002780     05  WS-DL-RATE            PIC ZZ9.9999-.
002790     05  FILLER                PIC X(10) VALUE "  LODGING ".
002800     05  WS-DL-LODGING         PIC ZZZ,ZZ9.99-.
002810     05  FILLER                PIC X(08) VALUE "  MEALS ".
002820     05  WS-DL-MEALS           PIC ZZZ,ZZ9.99-.
002830*
002840 01  WS-TOTAL-LINE.
002850     05  FILLER                PIC X(16)
002860         VALUE "   CLAIM TOTAL  ".
002870     05  WS-TL-TOTAL           PIC Z,ZZZ,ZZ9.99-.
002880     05  FILLER                PIC X(10) VALUE "  DOUBLED ".
002890     05  WS-TL-DOUBLE          PIC Z,ZZZ,ZZ9.99-.
002900*
002910 01  WS-EXCEPTION-LINE.
002920     05  FILLER                PIC X(15)
002930         VALUE "   EXCEPTION - ".
002940     05  WS-XL-REASON          PIC X(20).
002950     05  FILLER                PIC X(05) VALUE " DAY=".
002960     05  WS-XL-DATE            PIC 9(08).
002970     05  FILLER                PIC X(21)
002980         VALUE " - SENT TO CLMEXCP".
002990*
003000 01  WS-SUMMARY-LINE.
003010     05  WS-SUM-LABEL          PIC X(20).
003020     05  WS-SUM-VALUE          PIC ZZZZZZZZ9.
003030*
003040 01  WS-RUN-TOTAL-LINE.
003050     05  FILLER                PIC X(20)
003060         VALUE "RATED CLAIMS TOTAL  ".
003070     05  WS-RT-AMOUNT          PIC $$$,$$$,$$$,$$9.99-.
003080*
003090 PROCEDURE DIVISION.
003100*
003110*===============================================================
003120*    0000-MAINLINE
003130*===============================================================
003140 0000-MAINLINE.
003150*
003160     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
003170*
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003190*
003200     PERFORM 2000-PROCESS-CLAIM THRU 2000-EXIT
003210         UNTIL END-OF-CLAIMS.
003220*
003230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003240*
003250     STOP RUN.
003260*
003270*===============================================================
003280*    0500-REGISTER-START
003290*===============================================================
003300 0500-REGISTER-START.
003310*
003320     MOVE 'S' TO WS-RUNC-FUNCTION.
003330     CALL 'CXB40107' USING WS-RUNC-FUNCTION
003340                            PROGRAM-NAME
003350                            WS-CLAIM-COUNT
003360                            WS-RATED-COUNT
003370                            WS-EXCP-COUNT
003380                            WS-RUNC-TRUNC-ZERO
003390                            WS-OVERFLOW-COUNT
003400                            WS-RUNC-FINAL-RC
003410                            WS-RUNC-RESULT.
003420*
003430     IF RUN-DUPLICATE
003440         DISPLAY "CXB40132 ALREADY RAN THIS BUSINESS DATE - "
003450             "RUN REFUSED"
003460         MOVE 20 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490*
003500     IF RUN-REGISTRY-ERROR
003510         DISPLAY "CXB40132 RUN REGISTRY UNAVAILABLE - "
003520             "RUN CONTINUES UNREGISTERED"
003530     END-IF.
003540*
003550 0500-EXIT.
003560     EXIT.
003570*
003580*===============================================================
003590*    1000-INITIALIZE
003600*===============================================================
003610 1000-INITIALIZE.
003620*
003630     CALL 'CXB40117' USING WS-RUN-DATE
003640                            WS-BDAT-RESULT.
003650*
003660*    PDIN, CLMEXCP AND CLMRPT ARE OPENED ONLY ONCE CLAIMIN HAS
003670*    OPENED, SO A RUN WITH NO CLAIMS TO RATE DOES NOT REPLACE
003680*    THE LAST GOOD PDIN WITH AN EMPTY ONE.
003690*
003700     OPEN INPUT CLAIM-IN-FILE.
003710     IF NOT WS-CLAIM-FILE-OK
003720         DISPLAY 'CXB40132 CLAIMIN NOT AVAILABLE, STATUS='
003730             WS-CLAIM-STATUS
003740         SET END-OF-CLAIMS TO TRUE
003750         MOVE 8 TO RETURN-CODE
003760         GO TO 1000-EXIT
003770     END-IF.
003780     SET CLAIMS-WERE-OPENED TO TRUE.
003790*
003800     OPEN OUTPUT PD-IN-FILE.
003810     OPEN OUTPUT CLAIM-EXCP-FILE.
003820     OPEN OUTPUT REPORT-FILE.
003830*
003840     MOVE WS-RUN-DATE TO WS-HDG-DATE.
003850     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
003860     MOVE SPACES TO REPORT-RECORD.
003870     WRITE REPORT-RECORD.
003880     WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
003890*
003900     READ CLAIM-IN-FILE
003910         AT END
003920             SET END-OF-CLAIMS TO TRUE
003930     END-READ.
003940*
003950 1000-EXIT.
003960     EXIT.
003970*
003980*===============================================================
003990*    2000-PROCESS-CLAIM
004000*===============================================================
004010 2000-PROCESS-CLAIM.
004020*
004030     ADD 1 TO WS-CLAIM-COUNT.
004040     SET CLAIM-IS-CLEAN TO TRUE.
004050     MOVE SPACES TO WS-EXCP-REASON.
004060     MOVE ZERO TO WS-EXCP-DATE.
004070     MOVE ZERO TO WS-DAY-COUNT.
004080     MOVE ZERO TO WS-CLAIM-LODGING.
004090     MOVE ZERO TO WS-CLAIM-MEALS.
004100     MOVE ZERO TO WS-CLAIM-TOTAL.
004110     MOVE ZERO TO WS-OUT-DOUBLE-AMOUNT.
004120*
004130     PERFORM 3000-VALIDATE-CLAIM THRU 3000-EXIT.
004140*
004150     IF CLAIM-IS-CLEAN
004160         PERFORM 4000-RATE-CLAIM THRU 4000-EXIT
004170     END-IF.
004180*
004190     IF CLAIM-IS-CLEAN
004200         PERFORM 5000-DOUBLE-CLAIM THRU 5000-EXIT
004210     END-IF.
004220*
004230     IF CLAIM-IS-CLEAN
004240         PERFORM 6000-RELEASE-CLAIM THRU 6000-EXIT
004250     ELSE
004260         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004270     END-IF.
004280*
004290     READ CLAIM-IN-FILE
004300         AT END
004310             SET END-OF-CLAIMS TO TRUE
004320     END-READ.
004330*
004340 2000-EXIT.
004350     EXIT.
004360*
004370*===============================================================
004380*    3000-VALIDATE-CLAIM
004390*===============================================================
004400 3000-VALIDATE-CLAIM.
004410*
004420*    A CLAIM MUST NAME A LOCATION, CARRY NUMERIC AMOUNTS, AND
004430*    HAVE REAL CALENDAR DATES WITH THE TRIP ENDING NO EARLIER
004440*    THAN IT STARTED; ANYTHING ELSE CANNOT BE RATED.
004450*
004460     IF CI-LOCATION = SPACES
004470         MOVE 'NO LOCATION CODE' TO WS-EXCP-REASON
004480         SET CLAIM-IN-EXCEPTION TO TRUE
004490         GO TO 3000-EXIT
004500     END-IF.
004510*
004520     IF CI-LODGING-AMOUNT NOT NUMERIC
004530         OR CI-MEALS-AMOUNT NOT NUMERIC
004540         MOVE 'AMOUNT NOT NUMERIC' TO WS-EXCP-REASON
004550         SET CLAIM-IN-EXCEPTION TO TRUE
004560         GO TO 3000-EXIT
004570     END-IF.
004580*
004590     MOVE CI-TRIP-START-DATE TO WS-WORK-DATE.
004600     PERFORM 3100-VALIDATE-DATE THRU 3100-EXIT.
004610     IF DATE-NOT-VALID
004620         MOVE 'BAD TRIP START DATE' TO WS-EXCP-REASON
004630         SET CLAIM-IN-EXCEPTION TO TRUE
004640         GO TO 3000-EXIT
004650     END-IF.
004660*
004670     MOVE CI-TRIP-END-DATE TO WS-WORK-DATE.
004680     PERFORM 3100-VALIDATE-DATE THRU 3100-EXIT.
004690     IF DATE-NOT-VALID
004700         MOVE 'BAD TRIP END DATE' TO WS-EXCP-REASON
004710         SET CLAIM-IN-EXCEPTION TO TRUE
004720         GO TO 3000-EXIT
004730     END-IF.
004740*
004750     IF CI-TRIP-END-DATE < CI-TRIP-START-DATE
004760         MOVE 'TRIP ENDS BEFORE START' TO WS-EXCP-REASON
004770         SET CLAIM-IN-EXCEPTION TO TRUE
004780     END-IF.
004790*
004800 3000-EXIT.
004810     EXIT.
004820*
004830*===============================================================
004840*    3100-VALIDATE-DATE
004850*===============================================================
004860 3100-VALIDATE-DATE.
004870*
004880     SET DATE-NOT-VALID TO TRUE.
004890*
004900     IF WS-WORK-DATE NOT NUMERIC
004910         GO TO 3100-EXIT
004920     END-IF.
004930     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
004940         GO TO 3100-EXIT
004950     END-IF.
004960*
004970     MOVE WS-MONTH-DAY(WS-WORK-MM) TO WS-MONTH-DAYS.
004980     IF WS-WORK-MM = 2
004990         PERFORM 4250-CHECK-LEAP-YEAR THRU 4250-EXIT
005000         IF YEAR-IS-LEAP
005010             MOVE 29 TO WS-MONTH-DAYS
005020         END-IF
005030     END-IF.
005040*
005050     IF WS-WORK-DD < 1 OR WS-WORK-DD > WS-MONTH-DAYS
005060         GO TO 3100-EXIT
005070     END-IF.
005080*
005090     SET DATE-IS-VALID TO TRUE.
005100*
005110 3100-EXIT.
005120     EXIT.
005130*
005140*===============================================================
005150*    4000-RATE-CLAIM
005160*===============================================================
005170 4000-RATE-CLAIM.
005180*
005190*    EVERY DAY FROM THE TRIP START THROUGH THE TRIP END IS
005200*    RATED ON ITS OWN, AT THE RATE IN EFFECT ON THAT DAY.
005210*
005220     MOVE CI-TRIP-START-DATE TO WS-WORK-DATE.
005230*
005240     PERFORM 4100-RATE-ONE-DAY THRU 4100-EXIT
005250         UNTIL WS-WORK-DATE > CI-TRIP-END-DATE
005260            OR CLAIM-IN-EXCEPTION.
005270*
005280 4000-EXIT.
005290     EXIT.
005300*
005310*===============================================================
005320*    4100-RATE-ONE-DAY
005330*===============================================================
005340 4100-RATE-ONE-DAY.
005350*
005360*    THE DAY IS BUILT IN THE NEXT FREE SLOT AND ONLY COUNTED
005370*    ONCE IT IS FULLY RATED, SO AN EXCEPTION CLAIM PRINTS
005380*    JUST THE DAYS THAT WERE RATED BEFORE IT FAILED.
005390*
005400     IF WS-DAY-COUNT >= WS-DAY-MAX
005410         MOVE 'TRIP TOO LONG' TO WS-EXCP-REASON
005420         MOVE WS-WORK-DATE TO WS-EXCP-DATE
005430         SET CLAIM-IN-EXCEPTION TO TRUE
005440         GO TO 4100-EXIT
005450     END-IF.
005460     COMPUTE WS-DAY-SLOT = WS-DAY-COUNT + 1.
005470     MOVE WS-WORK-DATE TO WS-DAY-DATE(WS-DAY-SLOT).
005480*
005490     MOVE CI-LODGING-AMOUNT TO WS-RA-IN-AMOUNT.
005500     PERFORM 4150-CALL-APPLY-RATE THRU 4150-EXIT.
005510     IF CLAIM-IN-EXCEPTION
005520         GO TO 4100-EXIT
005530     END-IF.
005540     MOVE WS-RA-OUT-AMOUNT TO WS-DAY-LODGING(WS-DAY-SLOT).
005550     MOVE WS-RA-OUT-RATE   TO WS-DAY-RATE(WS-DAY-SLOT).
005560*
005570     MOVE CI-MEALS-AMOUNT TO WS-RA-IN-AMOUNT.
005580     PERFORM 4150-CALL-APPLY-RATE THRU 4150-EXIT.
005590     IF CLAIM-IN-EXCEPTION
005600         GO TO 4100-EXIT
005610     END-IF.
005620     MOVE WS-RA-OUT-AMOUNT TO WS-DAY-MEALS(WS-DAY-SLOT).
005630*
005640*    THE CLAIM TOTAL MUST STILL FIT THE PER-DIEM AMOUNT SHAPE;
005650*    A TRIP WHOSE SUM WILL NOT IS AN OVERFLOW EXCEPTION.
005660*
005670     ADD WS-DAY-LODGING(WS-DAY-SLOT) TO WS-CLAIM-LODGING
005680         ON SIZE ERROR
005690             MOVE 'CLAIM TOTAL OVERFLOW' TO WS-EXCP-REASON
005700             MOVE WS-WORK-DATE TO WS-EXCP-DATE
005710             SET CLAIM-IN-EXCEPTION TO TRUE
005720             ADD 1 TO WS-OVERFLOW-COUNT
005730             GO TO 4100-EXIT
005740     END-ADD.
005750     ADD WS-DAY-MEALS(WS-DAY-SLOT) TO WS-CLAIM-MEALS
005760         ON SIZE ERROR
005770             MOVE 'CLAIM TOTAL OVERFLOW' TO WS-EXCP-REASON
005780             MOVE WS-WORK-DATE TO WS-EXCP-DATE
005790             SET CLAIM-IN-EXCEPTION TO TRUE
005800             ADD 1 TO WS-OVERFLOW-COUNT
005810             GO TO 4100-EXIT
005820     END-ADD.
005830     COMPUTE WS-CLAIM-TOTAL = WS-CLAIM-LODGING + WS-CLAIM-MEALS
005840         ON SIZE ERROR
005850             MOVE 'CLAIM TOTAL OVERFLOW' TO WS-EXCP-REASON
005860             MOVE WS-WORK-DATE TO WS-EXCP-DATE
005870             SET CLAIM-IN-EXCEPTION TO TRUE
005880             ADD 1 TO WS-OVERFLOW-COUNT
005890             GO TO 4100-EXIT
005900     END-COMPUTE.
005910*
005920     MOVE WS-DAY-SLOT TO WS-DAY-COUNT.
005930     PERFORM 4200-ADD-ONE-DAY THRU 4200-EXIT.
005940*
005950 4100-EXIT.
005960     EXIT.
005970*
005980*===============================================================
005990*    4150-CALL-APPLY-RATE
006000*===============================================================
006010 4150-CALL-APPLY-RATE.
006020*
006030*    THE CALLER LOADS WS-RA-IN-AMOUNT; THE LOCATION AND THE
006040*    TRAVEL DAY COME FROM THE CLAIM IN HAND.
006050*
006060     MOVE CI-LOCATION  TO WS-RA-LOCATION.
006070     MOVE WS-WORK-DATE TO WS-RA-RATE-DATE.
006080*
006090     CALL 'CXB40121' USING WS-RA-LOCATION
006100                            WS-RA-IN-AMOUNT
006110                            WS-RA-OUT-AMOUNT
006120                            WS-RA-OUT-OVERFLOW
006130                            WS-RA-RESULT-FLAG
006140                            WS-RA-RATE-DATE
006150                            WS-RA-OUT-RATE.
006160*
006170     IF WS-RA-TABLE-ERROR
006180         MOVE 'RATE TABLE UNAVAIL' TO WS-EXCP-REASON
006190         MOVE WS-WORK-DATE TO WS-EXCP-DATE
006200         SET CLAIM-IN-EXCEPTION TO TRUE
006210         SET RATE-TABLE-FAILED TO TRUE
006220         GO TO 4150-EXIT
006230     END-IF.
006240*
006250     IF WS-RA-NO-RATE-ON-FILE
006260         MOVE 'NO RATE ON FILE' TO WS-EXCP-REASON
006270         MOVE WS-WORK-DATE TO WS-EXCP-DATE
006280         SET CLAIM-IN-EXCEPTION TO TRUE
006290         GO TO 4150-EXIT
006300     END-IF.
006310*
006320     IF WS-RA-OVERFLOW
006330         MOVE 'RATED AMOUNT OVERFLOW' TO WS-EXCP-REASON
006340         MOVE WS-WORK-DATE TO WS-EXCP-DATE
006350         SET CLAIM-IN-EXCEPTION TO TRUE
006360         ADD 1 TO WS-OVERFLOW-COUNT
006370     END-IF.
006380*
006390 4150-EXIT.
006400     EXIT.
006410*
006420*===============================================================
006430*    4200-ADD-ONE-DAY
006440*===============================================================
006450 4200-ADD-ONE-DAY.
006460*
006470     MOVE WS-MONTH-DAY(WS-WORK-MM) TO WS-MONTH-DAYS.
006480*
006490*    GREGORIAN LEAP RULE: EVERY FOURTH YEAR, EXCEPT A CENTURY
006500*    YEAR NOT DIVISIBLE BY 400.
006510*
006520     IF WS-WORK-MM = 2
006530         PERFORM 4250-CHECK-LEAP-YEAR THRU 4250-EXIT
006540         IF YEAR-IS-LEAP
006550             MOVE 29 TO WS-MONTH-DAYS
006560         END-IF
006570     END-IF.
006580*
006590     IF WS-WORK-DD < WS-MONTH-DAYS
006600         ADD 1 TO WS-WORK-DD
006610     ELSE
006620         MOVE 1 TO WS-WORK-DD
006630         IF WS-WORK-MM < 12
006640             ADD 1 TO WS-WORK-MM
006650         ELSE
006660             MOVE 1 TO WS-WORK-MM
006670             ADD 1 TO WS-WORK-CCYY
006680         END-IF
006690     END-IF.
006700*
006710 4200-EXIT.
006720     EXIT.
006730*
006740*===============================================================
006750*    4250-CHECK-LEAP-YEAR
006760*===============================================================
006770 4250-CHECK-LEAP-YEAR.
006780*
006790     SET YEAR-NOT-LEAP TO TRUE.
006800     DIVIDE WS-WORK-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
006810         REMAINDER WS-LEAP-REMAINDER.
006820     IF WS-LEAP-REMAINDER NOT = ZERO
006830         GO TO 4250-EXIT
006840     END-IF.
006850     DIVIDE WS-WORK-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
006860         REMAINDER WS-LEAP-REMAINDER.
006870     IF WS-LEAP-REMAINDER NOT = ZERO
006880         SET YEAR-IS-LEAP TO TRUE
006890         GO TO 4250-EXIT
006900     END-IF.
006910     DIVIDE WS-WORK-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
006920         REMAINDER WS-LEAP-REMAINDER.
006930     IF WS-LEAP-REMAINDER = ZERO
006940         SET YEAR-IS-LEAP TO TRUE
006950     END-IF.
006960*
006970 4250-EXIT.
006980     EXIT.
006990*
007000*===============================================================
007010*    5000-DOUBLE-CLAIM
007020*===============================================================
007030 5000-DOUBLE-CLAIM.
007040*
007050*    THE RATED CLAIM TOTAL GOES THROUGH THE SAME CXB40094
007060*    DOUBLING PATH AS EVERY OTHER PER-DIEM AMOUNT; A CLAIM
007070*    WHOSE DOUBLE WILL NOT FIT IS HELD BACK HERE RATHER THAN
007080*    RELEASED TO PDIN TO WRAP IN CXB40105.
007090*
007100     MOVE WS-CLAIM-TOTAL TO WS-IN-AMOUNT.
007110*
007120     CALL 'CXB40094' USING WS-IN-AMOUNT
007130                            WS-OUT-AMOUNT
007140                            WS-OUT-DOUBLE-AMOUNT
007150                            WS-OUT-OVERFLOW.
007160*
007170     IF WS-DOUBLE-OVERFLOW
007180         MOVE 'DOUBLING OVERFLOW' TO WS-EXCP-REASON
007190         MOVE CI-TRIP-END-DATE TO WS-EXCP-DATE
007200         SET CLAIM-IN-EXCEPTION TO TRUE
007210         ADD 1 TO WS-OVERFLOW-COUNT
007220     END-IF.
007230*
007240 5000-EXIT.
007250     EXIT.
007260*
007270*===============================================================
007280*    6000-RELEASE-CLAIM
007290*===============================================================
007300 6000-RELEASE-CLAIM.
007310*
007320     MOVE WS-CLAIM-TOTAL TO PI-IN-AMOUNT.
007330     MOVE CI-LOCATION    TO PI-LOCATION.
007340     WRITE PD-IN-RECORD.
007350*
007360     ADD 1 TO WS-RATED-COUNT.
007370     ADD WS-CLAIM-TOTAL TO WS-RUN-TOTAL.
007380*
007390     PERFORM 6100-PRINT-CLAIM-LINE THRU 6100-EXIT.
007400*
007410     PERFORM 6200-PRINT-DAY-LINE THRU 6200-EXIT
007420         VARYING WS-IDX FROM 1 BY 1
007430         UNTIL WS-IDX > WS-DAY-COUNT.
007440*
007450     MOVE WS-CLAIM-TOTAL       TO WS-TL-TOTAL.
007460     MOVE WS-OUT-DOUBLE-AMOUNT TO WS-TL-DOUBLE.
007470     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
007480*
007490 6000-EXIT.
007500     EXIT.
007510*
007520*===============================================================
007530*    6100-PRINT-CLAIM-LINE
007540*===============================================================
007550 6100-PRINT-CLAIM-LINE.
007560*
007570     MOVE SPACES TO REPORT-RECORD.
007580     WRITE REPORT-RECORD.
007590     MOVE CI-CLAIM-NUMBER    TO WS-CLM-NUMBER.
007600     MOVE CI-TRAVELER-ID     TO WS-CLM-TRAVELER.
007610     MOVE CI-LOCATION        TO WS-CLM-LOCATION.
007620     MOVE CI-TRIP-START-DATE TO WS-CLM-START.
007630     MOVE CI-TRIP-END-DATE   TO WS-CLM-END.
007640     MOVE WS-DAY-COUNT       TO WS-CLM-DAYS.
007650     WRITE REPORT-RECORD FROM WS-CLAIM-LINE.
007660*
007670 6100-EXIT.
007680     EXIT.
007690*
007700*===============================================================
007710*    6200-PRINT-DAY-LINE
007720*===============================================================
007730 6200-PRINT-DAY-LINE.
007740*
007750     MOVE WS-DAY-DATE(WS-IDX)    TO WS-DL-DATE.
007760     MOVE WS-DAY-RATE(WS-IDX)    TO WS-DL-RATE.
007770     MOVE WS-DAY-LODGING(WS-IDX) TO WS-DL-LODGING.
007780     MOVE WS-DAY-MEALS(WS-IDX)   TO WS-DL-MEALS.
007790     WRITE REPORT-RECORD FROM WS-DAY-LINE.
007800*
007810 6200-EXIT.
007820     EXIT.
007830*
007840*===============================================================
007850*    7000-WRITE-EXCEPTION
007860*===============================================================
007870 7000-WRITE-EXCEPTION.
007880*
007890     MOVE WS-RUN-DATE        TO CE-BUSINESS-DATE.
007900     MOVE CI-TRAVELER-ID     TO CE-TRAVELER-ID.
007910     MOVE CI-CLAIM-NUMBER    TO CE-CLAIM-NUMBER.
007920     MOVE CI-LOCATION        TO CE-LOCATION.
007930     MOVE CI-TRIP-START-DATE TO CE-TRIP-START-DATE.
007940     MOVE CI-TRIP-END-DATE   TO CE-TRIP-END-DATE.
007950     MOVE WS-EXCP-DATE       TO CE-FAIL-DATE.
007960     MOVE WS-EXCP-REASON     TO CE-REASON.
007970     WRITE CLAIM-EXCP-RECORD.
007980*
007990     ADD 1 TO WS-EXCP-COUNT.
008000*
008010*    THE CLAIM STILL APPEARS ON THE REGISTER, WITH THE DAYS
008020*    THAT WERE RATED BEFORE IT FAILED AND THE REASON.
008030*
008040     PERFORM 6100-PRINT-CLAIM-LINE THRU 6100-EXIT.
008050*
008060     PERFORM 6200-PRINT-DAY-LINE THRU 6200-EXIT
008070         VARYING WS-IDX FROM 1 BY 1
008080         UNTIL WS-IDX > WS-DAY-COUNT.
008090*
008100     MOVE WS-EXCP-REASON TO WS-XL-REASON.
008110     MOVE WS-EXCP-DATE   TO WS-XL-DATE.
008120     WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE.
008130*
008140 7000-EXIT.
008150     EXIT.
008160*
008170*===============================================================
008180*    9000-TERMINATE
008190*===============================================================
008200 9000-TERMINATE.
008210*
008220     PERFORM 9100-CLOSE-FILES THRU 9100-EXIT.
008230*
008240     DISPLAY 'CXB40132 CLAIMS READ:        ' WS-CLAIM-COUNT.
008250     DISPLAY 'CXB40132 CLAIMS RATED:       ' WS-RATED-COUNT.
008260     DISPLAY 'CXB40132 CLAIMS IN EXCEPTION:' WS-EXCP-COUNT.
008270*
008280     IF WS-EXCP-COUNT > ZERO AND RETURN-CODE < 4
008290         MOVE 4 TO RETURN-CODE
008300         MOVE 'W' TO WS-EVT-SEVERITY
008310         MOVE 'CLAIMEXC' TO WS-EVT-CODE
008320         MOVE 'TRAVEL CLAIMS ROUTED TO CLMEXCP'
008330             TO WS-EVT-TEXT
008340         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
008350     END-IF.
008360*
008370     IF RATE-TABLE-FAILED
008380         MOVE 8 TO RETURN-CODE
008390         MOVE 'F' TO WS-EVT-SEVERITY
008400         MOVE 'RATETBL' TO WS-EVT-CODE
008410         MOVE 'RATETBL UNAVAILABLE - CLAIMS NOT RATED'
008420             TO WS-EVT-TEXT
008430         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
008440     END-IF.
008450*
008460     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
008470*
008480 9000-EXIT.
008490     EXIT.
008500*
008510*===============================================================
008520*    9100-CLOSE-FILES
008530*===============================================================
008540 9100-CLOSE-FILES.
008550*
008560*    THE OUTPUTS WERE OPENED ONLY IF CLAIMIN WAS, SO THERE IS
008570*    NOTHING TO SUMMARIZE OR CLOSE WHEN IT WAS NOT.
008580*
008590     IF CLAIMS-NOT-OPENED
008600         GO TO 9100-EXIT
008610     END-IF.
008620*
008630     MOVE SPACES TO REPORT-RECORD.
008640     WRITE REPORT-RECORD.
008650     MOVE 'CLAIMS READ         ' TO WS-SUM-LABEL.
008660     MOVE WS-CLAIM-COUNT TO WS-SUM-VALUE.
008670     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
008680     MOVE 'CLAIMS RATED        ' TO WS-SUM-LABEL.
008690     MOVE WS-RATED-COUNT TO WS-SUM-VALUE.
008700     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
008710     MOVE 'CLAIMS IN EXCEPTION ' TO WS-SUM-LABEL.
008720     MOVE WS-EXCP-COUNT TO WS-SUM-VALUE.
008730     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
008740     MOVE WS-RUN-TOTAL TO WS-RT-AMOUNT.
008750     WRITE REPORT-RECORD FROM WS-RUN-TOTAL-LINE.
008760*
008770     CLOSE CLAIM-IN-FILE.
008780     CLOSE PD-IN-FILE.
008790     CLOSE CLAIM-EXCP-FILE.
008800     CLOSE REPORT-FILE.
008810*
008820 9100-EXIT.
008830     EXIT.
008840*
008850*===============================================================
008860*    8900-REGISTER-END
008870*===============================================================
008880 8900-REGISTER-END.
008890*
008900     MOVE 'E' TO WS-RUNC-FUNCTION.
008910     MOVE RETURN-CODE TO WS-RUNC-FINAL-RC.
008920     CALL 'CXB40107' USING WS-RUNC-FUNCTION
008930                            PROGRAM-NAME
008940                            WS-CLAIM-COUNT
008950                            WS-RATED-COUNT
008960                            WS-EXCP-COUNT
008970                            WS-RUNC-TRUNC-ZERO
008980                            WS-OVERFLOW-COUNT
008990                            WS-RUNC-FINAL-RC
009000                            WS-RUNC-RESULT.
009010     IF RUN-REGISTRY-ERROR
009020         DISPLAY "CXB40132 RUN REGISTRY UNAVAILABLE - "
009030             "END OF RUN NOT RECORDED"
009040     END-IF.
009050     MOVE WS-RUNC-FINAL-RC TO RETURN-CODE.
009060*
009070 8900-EXIT.
009080     EXIT.
009090*
009100*===============================================================
009110*    9800-LOG-EVENT
009120*===============================================================
009130 9800-LOG-EVENT.
009140*
009150*    ONE OPSEVENT RECORD THROUGH THE CXB40127 SERVICE, IN
009160*    ADDITION TO THE CONSOLE DISPLAY ALREADY MADE.  THE
009170*    CALLER LOADS THE SEVERITY, CODE, AND TEXT FIRST.
009180*
009190     CALL 'CXB40127' USING PROGRAM-NAME
009200                            WS-EVT-SEVERITY
009210                            WS-EVT-CODE
009220                            WS-EVT-TEXT
009230                            WS-EVT-RESULT.
009240*
009250 9800-EXIT.
009260     EXIT.
