000470*          unavailable every correction is rejected - the check
000480*          fails closed.
000490*
000500*          The supplements carry no date of their own; they are
000510*          applied with the business date's results.  So the
000520*          run first checks the business date's accounting
000530*          period through the CXB40147 period-check service,
000540*          and when CXB40146 has closed that month no
000550*          correction is applied at all: every exception stays
000560*          held, EXCPFIX is left as it is for the next open
000570*          date, and the step ends with RETURN-CODE 8.
000580*
000590*     INPUTS:
000600*          DBLEXCP    - binary doubling exceptions (CXB40099).
000610*          PDEXCP     - per-diem exceptions (CXB40106).
000620*          EXCPFIX    - operator corrections: path ('D' or
000630*                       'P'), record number, action ('A'
000640*                       approve, 'H' hold), replacement input
000650*                       values, operator id.
000660*          OPERREG    - keyed operator registry maintained by
000670*                       CXB40123.
000680*
000690*     OUTPUTS:
000700*          DBLSUPP    - posting supplement for the binary path.
000710*          PDSUPP     - posting supplement for the per-diem
000720*                       path.
000730*          EXCPAUDT   - correction trace, appended across runs.
000740*          DBLEXCP / PDEXCP - rebuilt with only the records
000750*                       still unresolved.
000760*
000770*     CHANGE HISTORY:
000780*       02 SEP 2026   DPO   Initial release.
000790*       02 SEP 2026   DPO   Every correction's operator id is
000800*                           now validated against the OPERREG
000810*                           registry at load, the way CXB40101
000820*                           validates suspense dispositions;
000830*                           a correction that fails is not
000840*                           loaded, so its exception is held.
000850*       15 OCT 2026   DPO   No correction is applied while the
000860*                           business date's accounting period
000870*                           is closed (checked through
000880*                           CXB40147); the run holds every
000890*                           exception and ends with RC 8.
000900*
000910 IDENTIFICATION DIVISION.
000920 PROGRAM-ID. CXB40120.
000930 AUTHOR. DATA-PROCESSING-OPERATIONS.
000940 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000950 DATE-WRITTEN. 02 SEP 2026.
000960 DATE-COMPILED.
000970*
000980 ENVIRONMENT DIVISION.
000990 INPUT-OUTPUT SECTION.
001000 FILE-CONTROL.
001010     SELECT DBL-EXCP-FILE ASSIGN TO "DBLEXCP"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-DEXC-STATUS.
001040     SELECT PD-EXCP-FILE ASSIGN TO "PDEXCP"
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-PEXC-STATUS.
001070     SELECT CORRECTION-FILE ASSIGN TO "EXCPFIX"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-FIX-STATUS.
001100     SELECT DBL-SUPP-FILE ASSIGN TO "DBLSUPP"
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-DSUP-STATUS.
001130     SELECT PD-SUPP-FILE ASSIGN TO "PDSUPP"
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-PSUP-STATUS.
001160     SELECT TRACE-FILE ASSIGN TO "EXCPAUDT"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WS-TRACE-STATUS.
001190     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS RANDOM
001220         RECORD KEY IS OP-OPERATOR-ID
001230         FILE STATUS IS WS-OPER-STATUS.
001240     SELECT DBL-WORK-FILE ASSIGN TO "DEXCWORK"
001250         ORGANIZATION IS SEQUENTIAL.
001260     SELECT PD-WORK-FILE ASSIGN TO "PEXCWORK"
001270         ORGANIZATION IS SEQUENTIAL.
001280*
001290 DATA DIVISION.
001300 FILE SECTION.
001310 FD  DBL-EXCP-FILE
001320     RECORDING MODE IS F.
001330 01  DBL-EXCP-RECORD.
001340     05  DX-IN-INTEGER         PIC S9(9)  USAGE IS BINARY.
001350     05  DX-LOGGED-DOUBLE      PIC S9(9)  USAGE IS BINARY.
001360     05  DX-EXPECTED-DOUBLE    PIC S9(9)  USAGE IS BINARY.
001370*
001380 FD  PD-EXCP-FILE
001390     RECORDING MODE IS F.
001400 01  PD-EXCP-RECORD.
001410     05  PX-IN-AMOUNT          PIC S9(7)V99 USAGE IS COMP-3.
001420     05  PX-LOGGED-DOUBLE      PIC S9(7)V99 USAGE IS COMP-3.
001430     05  PX-EXPECTED-DOUBLE    PIC S9(7)V99 USAGE IS COMP-3.
001440*
001450 FD  CORRECTION-FILE
001460     RECORDING MODE IS F.
001470 01  CORRECTION-RECORD.
001480     05  FX-PATH               PIC X(01).
001490     05  FX-RECORD-NUMBER      PIC 9(09).
001500     05  FX-ACTION             PIC X(01).
001510     05  FX-NEW-INTEGER        PIC S9(09)
001520                               SIGN IS LEADING SEPARATE.
001530     05  FX-NEW-AMOUNT         PIC S9(07)V99
001540                               SIGN IS LEADING SEPARATE.
001550     05  FX-OPERATOR-ID        PIC X(08).
001560*
001570 FD  DBL-SUPP-FILE
001580     RECORDING MODE IS F.
001590 01  DBL-SUPP-RECORD.
001600     05  SD-IN-INTEGER         PIC S9(9)  USAGE IS BINARY.
001610     05  SD-OUT-INTEGER        PIC S9(9)  USAGE IS BINARY.
001620     05  SD-OUT-DOUBLE         PIC S9(9)  USAGE IS BINARY.
001630     05  SD-OUT-OVERFLOW       PIC X(01).
001640*
001650 FD  PD-SUPP-FILE
001660     RECORDING MODE IS F.
001670 01  PD-SUPP-RECORD.
001680     05  SP-IN-AMOUNT          PIC S9(7)V99 USAGE IS COMP-3.
001690     05  SP-OUT-AMOUNT         PIC S9(7)V99 USAGE IS COMP-3.
001700     05  SP-OUT-DOUBLE-AMOUNT  PIC S9(7)V99 USAGE IS COMP-3.
001710     05  SP-OUT-OVERFLOW       PIC X(01).
001720*
001730 FD  TRACE-FILE
001740     RECORDING MODE IS F.
001750 01  TRACE-RECORD.
001760     05  TR-ACTION-DATE        PIC 9(08).
001770     05  TR-ACTION-TIME        PIC 9(08).
001780     05  TR-OPERATOR-ID        PIC X(08).
001790     05  TR-PATH               PIC X(01).
001800     05  TR-RECORD-NUMBER      PIC 9(09).
001810     05  TR-ACTION             PIC X(01).
001820     05  TR-IN-VALUE           PIC S9(09)V99
001830                               SIGN IS LEADING SEPARATE.
001840     05  TR-BEFORE-VALUE       PIC S9(09)V99
001850                               SIGN IS LEADING SEPARATE.
001860     05  TR-AFTER-VALUE        PIC S9(09)V99
001870                               SIGN IS LEADING SEPARATE.
001880*
001890*    OPERREG IS THE OPERATOR REGISTRY MAINTAINED BY CXB40123;
001900*    EVERY CORRECTION'S OPERATOR ID IS VALIDATED AGAINST IT
001910*    BEFORE THE CORRECTION IS LOADED.
001920*
001930 FD  OPER-REG-FILE
001940     RECORDING MODE IS F.
001950 01  OPER-REG-RECORD.
001960     COPY CXBOPER
001970         REPLACING LEADING ==CXB-OP== BY ==OP==.
001980*
001990 FD  DBL-WORK-FILE
002000     RECORDING MODE IS F.
002010 01  DBL-WORK-RECORD           PIC X(12).
002020*
002030 FD  PD-WORK-FILE
002040     RECORDING MODE IS F.
002050 01  PD-WORK-RECORD            PIC X(15).
002060*
002070 WORKING-STORAGE SECTION.
002080*
002090*    STANDALONE COUNTERS AND SWITCHES
002100*
002110 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40120'.
002120*
002130 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
002140 77  WS-DEXC-COUNT             PIC 9(09)  COMP VALUE ZERO.
002150 77  WS-PEXC-COUNT             PIC 9(09)  COMP VALUE ZERO.
002160 77  WS-REPAIR-COUNT           PIC 9(09)  COMP VALUE ZERO.
002170 77  WS-HOLD-COUNT             PIC 9(09)  COMP VALUE ZERO.
002180*
002190 77  WS-DEXC-STATUS            PIC X(02)  VALUE SPACES.
002200     88  WS-DEXC-FILE-OK                     VALUE '00'.
002210 77  WS-PEXC-STATUS            PIC X(02)  VALUE SPACES.
002220     88  WS-PEXC-FILE-OK                     VALUE '00'.
002230 77  WS-FIX-STATUS             PIC X(02)  VALUE SPACES.
002240     88  WS-FIX-FILE-OK                      VALUE '00'.
002250 77  WS-DSUP-STATUS            PIC X(02)  VALUE SPACES.
002260     88  WS-DSUP-FILE-OK                     VALUE '00'.
002270     88  WS-DSUP-NOT-FOUND                   VALUE '35'.
002280 77  WS-PSUP-STATUS            PIC X(02)  VALUE SPACES.
002290     88  WS-PSUP-FILE-OK                     VALUE '00'.
002300     88  WS-PSUP-NOT-FOUND                   VALUE '35'.
002310 77  WS-TRACE-STATUS           PIC X(02)  VALUE SPACES.
002320     88  WS-TRACE-FILE-OK                    VALUE '00'.
002330     88  WS-TRACE-NOT-FOUND                  VALUE '35'.
002340 77  WS-OPER-STATUS            PIC X(02)  VALUE SPACES.
002350     88  WS-OPER-FILE-OK                     VALUE '00'.
002360 77  WS-OPER-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
002370     88  OPER-REG-IS-OPEN                    VALUE 'Y'.
002380     88  OPER-REG-NOT-OPEN                   VALUE 'N'.
002390 77  WS-OPER-ALLOW-SWITCH      PIC X(01)  VALUE 'N'.
002400     88  OPERATOR-ALLOWED                    VALUE 'Y'.
002410     88  OPERATOR-NOT-ALLOWED                VALUE 'N'.
002420*
002430 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
002440     88  END-OF-EXCEPTIONS                   VALUE 'Y'.
002450     88  NOT-END-OF-EXCEPTIONS               VALUE 'N'.
002460 77  WS-FIX-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002470     88  END-OF-CORRECTIONS                  VALUE 'Y'.
002480     88  NOT-END-OF-CORRECTIONS              VALUE 'N'.
002490 77  WS-WORK-EOF-SWITCH        PIC X(01)  VALUE 'N'.
002500     88  END-OF-WORK                         VALUE 'Y'.
002510     88  NOT-END-OF-WORK                     VALUE 'N'.
002520 77  WS-DEXC-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
002530     88  DEXC-WAS-OPENED                     VALUE 'Y'.
002540     88  DEXC-NOT-OPENED                     VALUE 'N'.
002550 77  WS-PEXC-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
002560     88  PEXC-WAS-OPENED                     VALUE 'Y'.
002570     88  PEXC-NOT-OPENED                     VALUE 'N'.
002580*
002590*    CORRECTION TABLE, LOADED FROM EXCPFIX AT INITIALIZATION.
002600*    AN EXCEPTION WITH NO ENTRY HERE DEFAULTS TO HOLD.
002610*
002620 77  WS-FIX-MAX                PIC 9(03)  COMP VALUE 500.
002630 77  WS-FIX-COUNT              PIC 9(03)  COMP VALUE ZERO.
002640 01  WS-CORRECTION-TABLE.
002650     05  WS-FIX-ENTRY OCCURS 500 TIMES.
002660         10  WS-TBL-PATH           PIC X(01).
002670         10  WS-TBL-RECORD-NUMBER  PIC 9(09)  COMP.
002680         10  WS-TBL-ACTION         PIC X(01).
002690         10  WS-TBL-NEW-INTEGER    PIC S9(09) COMP.
002700         10  WS-TBL-NEW-AMOUNT     PIC S9(07)V99 COMP-3.
002710         10  WS-TBL-OPERATOR-ID    PIC X(08).
002720*
002730*    FIELDS FOR THE CORRECTION LOOKUP
002740*
002750 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
002760 77  WS-FOUND-INDEX            PIC 9(03)  COMP VALUE ZERO.
002770 77  WS-FOUND-SWITCH           PIC X(01)  VALUE 'N'.
002780     88  FIX-FOUND                           VALUE 'Y'.
002790     88  FIX-NOT-FOUND                       VALUE 'N'.
002800 77  WS-WANTED-PATH            PIC X(01)  VALUE SPACE.
002810 77  WS-ACTION                 PIC X(01)  VALUE 'H'.
002820     88  ACTION-APPROVE                      VALUE 'A'.
002830     88  ACTION-HOLD                         VALUE 'H'.
002840 77  WS-OPERATOR-ID            PIC X(08)  VALUE SPACES.
002850*
002860*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
002870*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
002880*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
002890*
002900 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
002910*
002920*    PERIOD-CHECK FIELDS FOR THE CXB40147 SERVICE
002930*
002940 77  WS-POST-DATE              PIC 9(08)  VALUE ZERO.
002950 77  WS-PERIOD-RESULT          PIC X(01)  VALUE SPACE.
002960     88  PERIOD-IS-OPEN                      VALUE 'O'.
002970     88  PERIOD-CARRIED-FORWARD              VALUE 'P'.
002980     88  PERIOD-IS-CLOSED                    VALUE 'C'.
002990     88  PERIOD-CHECK-FAILED                 VALUE 'E'.
003000*
003010*    WORKING COPIES OF THE CXB40092 AND CXB40094 LINKAGE
003020*    PARAMETERS
003030*
003040 01  WS-DOUBLE-PARMS.
003050     05  WS-IN-INTEGER         PIC S9(9)  USAGE IS BINARY.
003060     05  WS-OUT-INTEGER        PIC S9(9)  USAGE IS BINARY.
003070     05  WS-OUT-DOUBLE         PIC S9(9)  USAGE IS BINARY.
003080     05  WS-OUT-OVERFLOW       PIC X(01).
003090         88  WS-DOUBLE-OVERFLOW             VALUE 'Y'.
003100         88  WS-NO-DOUBLE-OVERFLOW          VALUE 'N'.
003110 01  WS-PER-DIEM-PARMS.
003120     05  WS-IN-AMOUNT          PIC S9(7)V99 USAGE IS COMP-3.
003130     05  WS-OUT-AMOUNT         PIC S9(7)V99 USAGE IS COMP-3.
003140     05  WS-OUT-DOUBLE-AMOUNT  PIC S9(7)V99 USAGE IS COMP-3.
003150     05  WS-PD-OUT-OVERFLOW    PIC X(01).
003160         88  WS-PD-DOUBLE-OVERFLOW          VALUE 'Y'.
003170         88  WS-PD-NO-OVERFLOW              VALUE 'N'.
003180*
003190 PROCEDURE DIVISION.
003200*
003210*===============================================================
003220*    0000-MAINLINE
003230*===============================================================
003240 0000-MAINLINE.
003250*
003260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003270*
003280     PERFORM 2000-REPAIR-DBL-PATH THRU 2000-EXIT.
003290     PERFORM 3000-REPAIR-PD-PATH THRU 3000-EXIT.
003300*
003310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003320*
003330     STOP RUN.
003340*
003350*===============================================================
003360*    1000-INITIALIZE
003370*===============================================================
003380 1000-INITIALIZE.
003390*
003400     CALL 'CXB40117' USING WS-RUN-DATE
003410                            WS-BDAT-RESULT.
003420*
003430*    A CORRECTION MAY NOT POST INTO A CLOSED ACCOUNTING
003440*    PERIOD, AND THE SUPPLEMENTS CARRY NO DATE THAT COULD BE
003450*    CARRIED FORWARD, SO NOTHING IS OPENED, APPLIED, OR RESET
003460*    UNLESS THE BUSINESS DATE'S PERIOD IS OPEN.
003470*
003480     CALL 'CXB40147' USING WS-RUN-DATE
003490                            WS-POST-DATE
003500                            WS-PERIOD-RESULT.
003510     IF NOT PERIOD-IS-OPEN
003520         DISPLAY 'CXB40120 ACCOUNTING PERIOD OF ' WS-RUN-DATE
003530             ' NOT OPEN - NO CORRECTIONS APPLIED'
003540         DISPLAY 'CXB40120 ALL EXCEPTIONS HELD, EXCPFIX KEPT'
003550         MOVE 8 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580*
003590*    THE OPERATOR REGISTRY IS OPENED BEFORE THE CORRECTIONS
003600*    ARE LOADED: WITH THE REGISTRY DOWN EVERY CORRECTION IS
003610*    REJECTED, SO THE WHO-IS-ALLOWED CHECK FAILS CLOSED AND
003620*    EVERY EXCEPTION DEFAULTS TO HOLD.
003630*
003640     OPEN INPUT OPER-REG-FILE.
003650     IF WS-OPER-FILE-OK
003660         SET OPER-REG-IS-OPEN TO TRUE
003670     ELSE
003680         DISPLAY 'CXB40120 OPERREG NOT AVAILABLE, STATUS='
003690             WS-OPER-STATUS
003700         DISPLAY 'CXB40120 ALL CORRECTIONS WILL BE REJECTED'
003710     END-IF.
003720*
003730     OPEN INPUT CORRECTION-FILE.
003740     IF WS-FIX-FILE-OK
003750         PERFORM 1100-LOAD-CORRECTION THRU 1100-EXIT
003760             UNTIL END-OF-CORRECTIONS
003770         CLOSE CORRECTION-FILE
003780     ELSE
003790         DISPLAY 'CXB40120 EXCPFIX NOT AVAILABLE, STATUS='
003800             WS-FIX-STATUS
003810         DISPLAY 'CXB40120 ALL EXCEPTIONS WILL BE HELD'
003820     END-IF.
003830*
003840     OPEN EXTEND TRACE-FILE.
003850     IF NOT WS-TRACE-FILE-OK AND WS-TRACE-NOT-FOUND
003860         CLOSE TRACE-FILE
003870         OPEN OUTPUT TRACE-FILE
003880     END-IF.
003890     IF NOT WS-TRACE-FILE-OK AND NOT WS-TRACE-NOT-FOUND
003900         DISPLAY 'CXB40120 EXCPAUDT OPEN FAILED, STATUS='
003910             WS-TRACE-STATUS
003920     END-IF.
003930*
003940 1000-EXIT.
003950     EXIT.
003960*
003970*===============================================================
003980*    1100-LOAD-CORRECTION
003990*===============================================================
004000 1100-LOAD-CORRECTION.
004010*
004020     READ CORRECTION-FILE
004030         AT END
004040             SET END-OF-CORRECTIONS TO TRUE
004050             GO TO 1100-EXIT
004060     END-READ.
004070*
004080     PERFORM 1200-VALIDATE-OPERATOR THRU 1200-EXIT.
004090     IF OPERATOR-NOT-ALLOWED
004100         MOVE 8 TO RETURN-CODE
004110         GO TO 1100-EXIT
004120     END-IF.
004130*
004140     IF WS-FIX-COUNT >= WS-FIX-MAX
004150         DISPLAY 'CXB40120 CORRECTION TABLE FULL - '
004160             'RECORD ' FX-RECORD-NUMBER ' IGNORED'
004170         GO TO 1100-EXIT
004180     END-IF.
004190*
004200     ADD 1 TO WS-FIX-COUNT.
004210     MOVE FX-PATH          TO WS-TBL-PATH(WS-FIX-COUNT).
004220     MOVE FX-RECORD-NUMBER
004230         TO WS-TBL-RECORD-NUMBER(WS-FIX-COUNT).
004240     MOVE FX-ACTION        TO WS-TBL-ACTION(WS-FIX-COUNT).
004250     MOVE FX-NEW-INTEGER   TO WS-TBL-NEW-INTEGER(WS-FIX-COUNT).
004260     MOVE FX-NEW-AMOUNT    TO WS-TBL-NEW-AMOUNT(WS-FIX-COUNT).
004270     MOVE FX-OPERATOR-ID   TO WS-TBL-OPERATOR-ID(WS-FIX-COUNT).
004280*
004290 1100-EXIT.
004300     EXIT.
004310*
004320*===============================================================
004330*    1200-VALIDATE-OPERATOR
004340*===============================================================
004350 1200-VALIDATE-OPERATOR.
004360*
004370*    A CORRECTION IS ONLY AS GOOD AS THE OPERATOR BEHIND IT:
004380*    THE ID MUST BE ON THE OPERREG REGISTRY AND ACTIVE, AND
004390*    AN APPROVE - A REPOST OF CORRECTED MONEY, AS SENSITIVE
004400*    AS A SUSPENSE RELEASE - NEEDS AT LEAST AUTHORITY LEVEL
004410*    1.  A CORRECTION THAT FAILS HERE IS NOT LOADED, SO ITS
004420*    EXCEPTION DEFAULTS TO HOLD.
004430*
004440     SET OPERATOR-NOT-ALLOWED TO TRUE.
004450*
004460     IF OPER-REG-NOT-OPEN
004470         GO TO 1200-EXIT
004480     END-IF.
004490*
004500     MOVE FX-OPERATOR-ID TO OP-OPERATOR-ID.
004510     READ OPER-REG-FILE.
004520     IF NOT WS-OPER-FILE-OK
004530         DISPLAY 'CXB40120 OPERATOR ' FX-OPERATOR-ID
004540             ' NOT ON REGISTRY - CORRECTION REJECTED'
004550         GO TO 1200-EXIT
004560     END-IF.
004570     IF NOT OP-ACTIVE
004580         DISPLAY 'CXB40120 OPERATOR ' FX-OPERATOR-ID
004590             ' INACTIVE - CORRECTION REJECTED'
004600         GO TO 1200-EXIT
004610     END-IF.
004620     IF FX-ACTION = 'A' AND OP-AUTHORITY < 1
004630         DISPLAY 'CXB40120 OPERATOR ' FX-OPERATOR-ID
004640             ' NOT AUTHORIZED FOR APPROVE - REJECTED'
004650         GO TO 1200-EXIT
004660     END-IF.
004670*
004680     SET OPERATOR-ALLOWED TO TRUE.
004690*
004700 1200-EXIT.
004710     EXIT.
004720*
004730*===============================================================
004740*    2000-REPAIR-DBL-PATH
004750*===============================================================
004760 2000-REPAIR-DBL-PATH.
004770*
004780     SET NOT-END-OF-EXCEPTIONS TO TRUE.
004790     MOVE ZERO TO WS-DEXC-COUNT.
004800*
004810     OPEN INPUT DBL-EXCP-FILE.
004820     IF NOT WS-DEXC-FILE-OK
004830         DISPLAY 'CXB40120 DBLEXCP NOT AVAILABLE, STATUS='
004840             WS-DEXC-STATUS
004850         GO TO 2000-EXIT
004860     END-IF.
004870     SET DEXC-WAS-OPENED TO TRUE.
004880*
004890     OPEN EXTEND DBL-SUPP-FILE.
004900     IF NOT WS-DSUP-FILE-OK AND WS-DSUP-NOT-FOUND
004910         CLOSE DBL-SUPP-FILE
004920         OPEN OUTPUT DBL-SUPP-FILE
004930     END-IF.
004940     IF NOT WS-DSUP-FILE-OK
004950         DISPLAY 'CXB40120 DBLSUPP OPEN FAILED, STATUS='
004960             WS-DSUP-STATUS
004970         DISPLAY 'CXB40120 DBL PATH HELD IN FULL'
004980         MOVE 8 TO RETURN-CODE
004990         CLOSE DBL-EXCP-FILE
005000         SET DEXC-NOT-OPENED TO TRUE
005010         GO TO 2000-EXIT
005020     END-IF.
005030*
005040     OPEN OUTPUT DBL-WORK-FILE.
005050*
005060     READ DBL-EXCP-FILE
005070         AT END
005080             SET END-OF-EXCEPTIONS TO TRUE
005090     END-READ.
005100     PERFORM 2100-REPAIR-ONE-DBL THRU 2100-EXIT
005110         UNTIL END-OF-EXCEPTIONS.
005120*
005130     PERFORM 2500-RELOAD-DBL-EXCP THRU 2500-EXIT.
005140     CLOSE DBL-SUPP-FILE.
005150*
005160 2000-EXIT.
005170     EXIT.
005180*
005190*===============================================================
005200*    2100-REPAIR-ONE-DBL
005210*===============================================================
005220 2100-REPAIR-ONE-DBL.
005230*
005240     ADD 1 TO WS-DEXC-COUNT.
005250     MOVE 'D' TO WS-WANTED-PATH.
005260     PERFORM 4000-FIND-CORRECTION THRU 4000-EXIT.
005270*
005280     IF ACTION-APPROVE
005290         MOVE WS-TBL-NEW-INTEGER(WS-FOUND-INDEX)
005300             TO WS-IN-INTEGER
005310         CALL 'CXB40092' USING WS-IN-INTEGER
005320                                WS-OUT-INTEGER
005330                                WS-OUT-DOUBLE
005340                                WS-OUT-OVERFLOW
005350         MOVE WS-IN-INTEGER   TO SD-IN-INTEGER
005360         MOVE WS-OUT-INTEGER  TO SD-OUT-INTEGER
005370         MOVE WS-OUT-DOUBLE   TO SD-OUT-DOUBLE
005380         MOVE WS-OUT-OVERFLOW TO SD-OUT-OVERFLOW
005390         WRITE DBL-SUPP-RECORD
005400         IF WS-DSUP-FILE-OK
005410             ADD 1 TO WS-REPAIR-COUNT
005420             MOVE 'D' TO TR-PATH
005430             MOVE WS-IN-INTEGER    TO TR-IN-VALUE
005440             MOVE DX-LOGGED-DOUBLE TO TR-BEFORE-VALUE
005450             MOVE WS-OUT-DOUBLE    TO TR-AFTER-VALUE
005460             PERFORM 5000-WRITE-TRACE THRU 5000-EXIT
005470         ELSE
005480             DISPLAY 'CXB40120 DBLSUPP WRITE FAILED, STATUS='
005490                 WS-DSUP-STATUS
005500             DISPLAY 'CXB40120 RECORD HELD INSTEAD'
005510             MOVE 8 TO RETURN-CODE
005520             ADD 1 TO WS-HOLD-COUNT
005530             WRITE DBL-WORK-RECORD FROM DBL-EXCP-RECORD
005540         END-IF
005550     ELSE
005560         ADD 1 TO WS-HOLD-COUNT
005570         WRITE DBL-WORK-RECORD FROM DBL-EXCP-RECORD
005580     END-IF.
005590*
005600     READ DBL-EXCP-FILE
005610         AT END
005620             SET END-OF-EXCEPTIONS TO TRUE
005630     END-READ.
005640*
005650 2100-EXIT.
005660     EXIT.
005670*
005680*===============================================================
005690*    2500-RELOAD-DBL-EXCP
005700*===============================================================
005710 2500-RELOAD-DBL-EXCP.
005720*
005730*    DBLEXCP IS REBUILT FROM THE WORK FILE SO ONLY THE HELD
005740*    RECORDS SURVIVE THE RUN, THE WAY CXB40101 REBUILDS
005750*    SUSPENSE.
005760*
005770     SET NOT-END-OF-WORK TO TRUE.
005780     CLOSE DBL-EXCP-FILE.
005790     CLOSE DBL-WORK-FILE.
005800*
005810     OPEN INPUT DBL-WORK-FILE.
005820     OPEN OUTPUT DBL-EXCP-FILE.
005830*
005840     PERFORM 2510-COPY-DBL-WORK THRU 2510-EXIT
005850         UNTIL END-OF-WORK.
005860*
005870     CLOSE DBL-WORK-FILE.
005880     CLOSE DBL-EXCP-FILE.
005890*
005900 2500-EXIT.
005910     EXIT.
005920*
005930*===============================================================
005940*    2510-COPY-DBL-WORK
005950*===============================================================
005960 2510-COPY-DBL-WORK.
005970*
005980     READ DBL-WORK-FILE
005990         AT END
006000             SET END-OF-WORK TO TRUE
006010             GO TO 2510-EXIT
006020     END-READ.
006030     MOVE DBL-WORK-RECORD TO DBL-EXCP-RECORD.
006040     WRITE DBL-EXCP-RECORD.
006050*
006060 2510-EXIT.
006070     EXIT.
006080*
006090*===============================================================
006100*    3000-REPAIR-PD-PATH
006110*===============================================================
006120 3000-REPAIR-PD-PATH.
006130*
006140     SET NOT-END-OF-EXCEPTIONS TO TRUE.
006150     MOVE ZERO TO WS-PEXC-COUNT.
006160*
006170     OPEN INPUT PD-EXCP-FILE.
006180     IF NOT WS-PEXC-FILE-OK
006190         DISPLAY 'CXB40120 PDEXCP NOT AVAILABLE, STATUS='
006200             WS-PEXC-STATUS
006210         GO TO 3000-EXIT
006220     END-IF.
006230     SET PEXC-WAS-OPENED TO TRUE.
006240*
006250     OPEN EXTEND PD-SUPP-FILE.
006260     IF NOT WS-PSUP-FILE-OK AND WS-PSUP-NOT-FOUND
006270         CLOSE PD-SUPP-FILE
006280         OPEN OUTPUT PD-SUPP-FILE
006290     END-IF.
006300     IF NOT WS-PSUP-FILE-OK
006310         DISPLAY 'CXB40120 PDSUPP OPEN FAILED, STATUS='
006320             WS-PSUP-STATUS
006330         DISPLAY 'CXB40120 PD PATH HELD IN FULL'
006340         MOVE 8 TO RETURN-CODE
006350         CLOSE PD-EXCP-FILE
006360         SET PEXC-NOT-OPENED TO TRUE
006370         GO TO 3000-EXIT
006380     END-IF.
006390*
006400     OPEN OUTPUT PD-WORK-FILE.
006410*
006420     READ PD-EXCP-FILE
006430         AT END
006440             SET END-OF-EXCEPTIONS TO TRUE
006450     END-READ.
006460     PERFORM 3100-REPAIR-ONE-PD THRU 3100-EXIT
006470         UNTIL END-OF-EXCEPTIONS.
006480*
006490     PERFORM 3500-RELOAD-PD-EXCP THRU 3500-EXIT.
006500     CLOSE PD-SUPP-FILE.
006510*
006520 3000-EXIT.
006530     EXIT.
006540*
006550*===============================================================
006560*    3100-REPAIR-ONE-PD
006570*===============================================================
006580 3100-REPAIR-ONE-PD.
006590*
006600     ADD 1 TO WS-PEXC-COUNT.
006610     MOVE 'P' TO WS-WANTED-PATH.
006620     PERFORM 4000-FIND-CORRECTION THRU 4000-EXIT.
006630*
006640     IF ACTION-APPROVE
006650         MOVE WS-TBL-NEW-AMOUNT(WS-FOUND-INDEX)
006660             TO WS-IN-AMOUNT
006670         CALL 'CXB40094' USING WS-IN-AMOUNT
006680                                WS-OUT-AMOUNT
006690                                WS-OUT-DOUBLE-AMOUNT
006700                                WS-PD-OUT-OVERFLOW
006710         MOVE WS-IN-AMOUNT         TO SP-IN-AMOUNT
006720         MOVE WS-OUT-AMOUNT        TO SP-OUT-AMOUNT
006730         MOVE WS-OUT-DOUBLE-AMOUNT TO SP-OUT-DOUBLE-AMOUNT
006740         MOVE WS-PD-OUT-OVERFLOW   TO SP-OUT-OVERFLOW
006750         WRITE PD-SUPP-RECORD
006760         IF WS-PSUP-FILE-OK
006770             ADD 1 TO WS-REPAIR-COUNT
006780             MOVE 'P' TO TR-PATH
006790             MOVE WS-IN-AMOUNT         TO TR-IN-VALUE
006800             MOVE PX-LOGGED-DOUBLE     TO TR-BEFORE-VALUE
006810             MOVE WS-OUT-DOUBLE-AMOUNT TO TR-AFTER-VALUE
006820             PERFORM 5000-WRITE-TRACE THRU 5000-EXIT
006830         ELSE
006840             DISPLAY 'CXB40120 PDSUPP WRITE FAILED, STATUS='
006850                 WS-PSUP-STATUS
006860             DISPLAY 'CXB40120 RECORD HELD INSTEAD'
006870             MOVE 8 TO RETURN-CODE
006880             ADD 1 TO WS-HOLD-COUNT
006890             WRITE PD-WORK-RECORD FROM PD-EXCP-RECORD
006900         END-IF
006910     ELSE
006920         ADD 1 TO WS-HOLD-COUNT
006930         WRITE PD-WORK-RECORD FROM PD-EXCP-RECORD
006940     END-IF.
006950*
006960     READ PD-EXCP-FILE
006970         AT END
006980             SET END-OF-EXCEPTIONS TO TRUE
006990     END-READ.
007000*
007010 3100-EXIT.
007020     EXIT.
007030*
007040*===============================================================
007050*    3500-RELOAD-PD-EXCP
007060*===============================================================
007070 3500-RELOAD-PD-EXCP.
007080*
007090     SET NOT-END-OF-WORK TO TRUE.
007100     CLOSE PD-EXCP-FILE.
007110     CLOSE PD-WORK-FILE.
007120*
007130     OPEN INPUT PD-WORK-FILE.
007140     OPEN OUTPUT PD-EXCP-FILE.
007150*
007160     PERFORM 3510-COPY-PD-WORK THRU 3510-EXIT
007170         UNTIL END-OF-WORK.
007180*
007190     CLOSE PD-WORK-FILE.
007200     CLOSE PD-EXCP-FILE.
007210*
007220 3500-EXIT.
007230     EXIT.
007240*
007250*===============================================================
007260*    3510-COPY-PD-WORK
007270*===============================================================
007280 3510-COPY-PD-WORK.
007290*
007300     READ PD-WORK-FILE
007310         AT END
007320             SET END-OF-WORK TO TRUE
007330             GO TO 3510-EXIT
007340     END-READ.
007350     MOVE PD-WORK-RECORD TO PD-EXCP-RECORD.
007360     WRITE PD-EXCP-RECORD.
007370*
007380 3510-EXIT.
007390     EXIT.
007400*
007410*===============================================================
007420*    4000-FIND-CORRECTION
007430*===============================================================
007440 4000-FIND-CORRECTION.
007450*
007460*    CORRECTIONS MATCH ON THE PATH AND THE POSITIONAL RECORD
007470*    NUMBER WITHIN THAT PATH'S EXCEPTION FILE, THE NUMBERS THE
007480*    CXB40111 REGISTER PRINTS.  THE CURRENT PATH'S RECORD
007490*    COUNTER IS THE NUMBER BEING LOOKED UP.
007500*
007510     SET FIX-NOT-FOUND TO TRUE.
007520     MOVE ZERO TO WS-FOUND-INDEX.
007530*
007540     PERFORM 4100-SCAN-CORRECTION THRU 4100-EXIT
007550         VARYING WS-IDX FROM 1 BY 1
007560         UNTIL WS-IDX > WS-FIX-COUNT OR FIX-FOUND.
007570*
007580     IF FIX-FOUND
007590         MOVE WS-TBL-ACTION(WS-FOUND-INDEX) TO WS-ACTION
007600         MOVE WS-TBL-OPERATOR-ID(WS-FOUND-INDEX)
007610             TO WS-OPERATOR-ID
007620     ELSE
007630         MOVE 'H'    TO WS-ACTION
007640         MOVE SPACES TO WS-OPERATOR-ID
007650     END-IF.
007660*
007670 4000-EXIT.
007680     EXIT.
007690*
007700*===============================================================
007710*    4100-SCAN-CORRECTION
007720*===============================================================
007730 4100-SCAN-CORRECTION.
007740*
007750     IF WS-TBL-PATH(WS-IDX) = WS-WANTED-PATH
007760         IF WS-WANTED-PATH = 'D'
007770             AND WS-TBL-RECORD-NUMBER(WS-IDX) = WS-DEXC-COUNT
007780             SET FIX-FOUND TO TRUE
007790             MOVE WS-IDX TO WS-FOUND-INDEX
007800         END-IF
007810         IF WS-WANTED-PATH = 'P'
007820             AND WS-TBL-RECORD-NUMBER(WS-IDX) = WS-PEXC-COUNT
007830             SET FIX-FOUND TO TRUE
007840             MOVE WS-IDX TO WS-FOUND-INDEX
007850         END-IF
007860     END-IF.
007870*
007880 4100-EXIT.
007890     EXIT.
007900*
007910*===============================================================
007920*    5000-WRITE-TRACE
007930*===============================================================
007940 5000-WRITE-TRACE.
007950*
007960     MOVE WS-RUN-DATE      TO TR-ACTION-DATE.
007970     ACCEPT TR-ACTION-TIME FROM TIME.
007980     MOVE WS-OPERATOR-ID   TO TR-OPERATOR-ID.
007990     MOVE WS-ACTION        TO TR-ACTION.
008000     IF TR-PATH = 'D'
008010         MOVE WS-DEXC-COUNT TO TR-RECORD-NUMBER
008020     ELSE
008030         MOVE WS-PEXC-COUNT TO TR-RECORD-NUMBER
008040     END-IF.
008050*
008060     WRITE TRACE-RECORD.
008070     IF NOT WS-TRACE-FILE-OK
008080         DISPLAY 'CXB40120 EXCPAUDT WRITE FAILED, STATUS='
008090             WS-TRACE-STATUS
008100     END-IF.
008110*
008120 5000-EXIT.
008130     EXIT.
008140*
008150*===============================================================
008160*    9000-TERMINATE
008170*===============================================================
008180 9000-TERMINATE.
008190*
008200     PERFORM 9500-RESET-CORRECTIONS THRU 9500-EXIT.
008210*
008220     CLOSE TRACE-FILE.
008230     IF OPER-REG-IS-OPEN
008240         CLOSE OPER-REG-FILE
008250     END-IF.
008260*
008270     DISPLAY 'CXB40120 DBL EXCEPTIONS READ: ' WS-DEXC-COUNT.
008280     DISPLAY 'CXB40120 PD EXCEPTIONS READ:  ' WS-PEXC-COUNT.
008290     DISPLAY 'CXB40120 RECORDS REPOSTED:    ' WS-REPAIR-COUNT.
008300     DISPLAY 'CXB40120 RECORDS HELD:        ' WS-HOLD-COUNT.
008310*
008320 9000-EXIT.
008330     EXIT.
008340*
008350*===============================================================
008360*    9500-RESET-CORRECTIONS
008370*===============================================================
008380 9500-RESET-CORRECTIONS.
008390*
008400*    CORRECTIONS MATCH ON POSITIONAL RECORD NUMBERS AND THE
008410*    RUN JUST RENUMBERED BOTH EXCEPTION FILES BY REBUILDING
008420*    THEM WITH ONLY THE HELD RECORDS, SO AN EXCPFIX LEFT IN
008430*    PLACE WOULD BE REAPPLIED AGAINST SHIFTED NUMBERS ON THE
008440*    NEXT RUN.  ONCE APPLIED, IT IS RESET TO EMPTY, THE SAME
008450*    WAY CXB40101 RESETS SUSPDISP.  A RUN THAT NEVER OPENED
008460*    EITHER EXCEPTION FILE LEAVES EXCPFIX IN PLACE FOR THE
008470*    RERUN.
008480*
008490     IF WS-FIX-COUNT = ZERO
008500         GO TO 9500-EXIT
008510     END-IF.
008520     IF DEXC-NOT-OPENED AND PEXC-NOT-OPENED
008530         GO TO 9500-EXIT
008540     END-IF.
008550*
008560     OPEN OUTPUT CORRECTION-FILE.
008570     IF WS-FIX-FILE-OK
008580         CLOSE CORRECTION-FILE
008590     ELSE
008600         DISPLAY 'CXB40120 EXCPFIX RESET FAILED, STATUS='
008610             WS-FIX-STATUS
008620     END-IF.
008630*
008640 9500-EXIT.
008650     EXIT.
