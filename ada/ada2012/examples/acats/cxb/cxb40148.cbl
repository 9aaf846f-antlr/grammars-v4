000100* CXB40148.CBL
000110*
000120*     PROGRAM:  CXB40148   ("Legal_Hold_Maintenance")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Maintenance program for the LEGALHLD keyed legal-hold
000160*          register, built the way CXB40144 maintains BRANMAST.
000170*          Reads hold transactions from HOLDTXN (one per record:
000180*          action, the first and last business dates to hold,
000190*          legal's matter reference, a release date, a
000200*          description, the operator making the change),
000210*          validates each, and only then writes or rewrites the
000220*          LEGALHLD entry, stamped with the change date, time,
000230*          and operator.  Every applied change is also appended
000240*          to the HOLDLOG change log with the before and after
000250*          definitions.  An invalid transaction is rejected and
000260*          fails the job with RETURN-CODE 8.
000270*
000280*          While a hold is active the CXB40102 audit retention
000290*          run keeps every AUDITLOG entry for its dates, and the
000300*          CXB40113 generation keeper copies a held generation
000310*          to the HOLDARCH archive before reusing its slot.  The
000320*          actions are:
000330*
000340*            - A places a new hold.  The from and thru dates
000350*              must be real dates, thru on or after from, and no
000360*              hold for the same dates and matter may already be
000370*              on file.  The release date may be zero (held until
000380*              legal releases it) or a date after today.  The
000390*              operator is recorded as the requester and today
000400*              as the date placed.  Placing a hold takes
000410*              authority level 1, so operations can act on the
000420*              day legal asks.
000430*            - C changes the release date or description of an
000440*              active hold.  The dates and matter are the key and
000450*              cannot be changed; a wrong range is released and
000460*              placed again.
000470*            - R releases an active hold from today.
000480*
000490*          Changing or releasing a hold lifts protection from
000500*          records, so both take authority level 2.  Holds are
000510*          never deleted: a released hold stays on the register
000520*          as the record of what was held and when.  The
000530*          operator id on every transaction is validated against
000540*          the OPERREG registry; with the registry unavailable
000550*          every transaction is rejected, so the check fails
000560*          closed.
000570*
000580*     INPUTS:
000590*          HOLDTXN    - sequential hold transactions.
000600*          OPERREG    - keyed operator registry maintained by
000610*                       CXB40123.
000620*
000630*     OUTPUTS:
000640*          LEGALHLD   - keyed legal-hold register (CXBHOLD
000650*                       layout) read by CXB40149 and CXB40150.
000660*          HOLDLOG    - sequential change log, appended across
000670*                       runs.
000680*
000690*     CHANGE HISTORY:
000700*       15 OCT 2026   DPO   Initial release.
000710*       15 OCT 2026   DPO   HOLDTXN, LEGALHLD and HOLDLOG are
000720*                           closed only if they opened.
000730*
000740 IDENTIFICATION DIVISION.
000750 PROGRAM-ID. CXB40148.
000760 AUTHOR. DATA-PROCESSING-OPERATIONS.
000770 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000780 DATE-WRITTEN. 15 OCT 2026.
000790 DATE-COMPILED.
000800*
000810 ENVIRONMENT DIVISION.
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT HOLD-TXN-FILE ASSIGN TO "HOLDTXN"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-TXN-STATUS.
000870     SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS LH-HOLD-KEY
000910         FILE STATUS IS WS-HOLD-STATUS.
000920     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS OP-OPERATOR-ID
000960         FILE STATUS IS WS-OPER-STATUS.
000970     SELECT HOLD-LOG-FILE ASSIGN TO "HOLDLOG"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-LOG-STATUS.
001000*
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  HOLD-TXN-FILE
001040     RECORDING MODE IS F.
001050 01  HOLD-TXN-RECORD.
001060     05  TX-ACTION             PIC X(01).
001070         88  TX-ADD                            VALUE 'A'.
001080         88  TX-CHANGE                         VALUE 'C'.
001090         88  TX-RELEASE                        VALUE 'R'.
001100     05  TX-HOLD-KEY.
001110         10  TX-FROM-DATE      PIC 9(08).
001120         10  TX-FROM-PARTS REDEFINES TX-FROM-DATE.
001130             15  TX-FROM-CCYY  PIC 9(04).
001140             15  TX-FROM-MM    PIC 9(02).
001150             15  TX-FROM-DD    PIC 9(02).
001160         10  TX-THRU-DATE      PIC 9(08).
001170         10  TX-THRU-PARTS REDEFINES TX-THRU-DATE.
001180             15  TX-THRU-CCYY  PIC 9(04).
001190             15  TX-THRU-MM    PIC 9(02).
001200             15  TX-THRU-DD    PIC 9(02).
001210         10  TX-MATTER-REF     PIC X(12).
001220     05  TX-RELEASE-DATE       PIC 9(08).
001230     05  TX-RELEASE-PARTS REDEFINES TX-RELEASE-DATE.
001240         10  TX-RELEASE-CCYY   PIC 9(04).
001250         10  TX-RELEASE-MM     PIC 9(02).
001260         10  TX-RELEASE-DD     PIC 9(02).
001270     05  TX-DESCRIPTION        PIC X(30).
001280     05  TX-USER-ID            PIC X(08).
001290*
001300 FD  LEGAL-HOLD-FILE
001310     RECORDING MODE IS F.
001320 01  LEGAL-HOLD-RECORD.
001330     COPY CXBHOLD
001340         REPLACING LEADING ==CXB-LH== BY ==LH==.
001350*
001360*    OPERREG IS THE OPERATOR REGISTRY MAINTAINED BY CXB40123;
001370*    EVERY TRANSACTION'S OPERATOR ID IS VALIDATED AGAINST IT
001380*    BEFORE THE CHANGE IS APPLIED.
001390*
001400 FD  OPER-REG-FILE
001410     RECORDING MODE IS F.
001420 01  OPER-REG-RECORD.
001430     COPY CXBOPER
001440         REPLACING LEADING ==CXB-OP== BY ==OP==.
001450*
001460 FD  HOLD-LOG-FILE
001470     RECORDING MODE IS F.
001480 01  HOLD-LOG-RECORD.
001490     05  LG-CHANGE-DATE        PIC 9(08).
001500     05  LG-CHANGE-TIME        PIC 9(08).
001510     05  LG-USER-ID            PIC X(08).
001520     05  LG-ACTION             PIC X(01).
001530     05  LG-HOLD-KEY           PIC X(28).
001540     05  LG-OLD-DEFINITION     PIC X(55).
001550     05  LG-NEW-DEFINITION     PIC X(55).
001560*
001570 WORKING-STORAGE SECTION.
001580*
001590*    STANDALONE COUNTERS AND SWITCHES
001600*
001610 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40148'.
001620*
001630 77  WS-TXN-COUNT              PIC 9(09)  COMP VALUE ZERO.
001640 77  WS-APPLIED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001650 77  WS-REJECT-COUNT           PIC 9(09)  COMP VALUE ZERO.
001660*
001670 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001680     88  END-OF-TXNS                         VALUE 'Y'.
001690     88  NOT-END-OF-TXNS                     VALUE 'N'.
001700*
001710 77  WS-TXN-STATUS             PIC X(02)  VALUE SPACES.
001720     88  WS-TXN-FILE-OK                      VALUE '00'.
001730 77  WS-HOLD-STATUS            PIC X(02)  VALUE SPACES.
001740     88  WS-HOLD-FILE-OK                     VALUE '00'.
001750     88  WS-HOLD-NOT-FOUND                   VALUE '35'.
001760     88  WS-HOLD-REC-MISSING                 VALUE '23'.
001770 77  WS-LOG-STATUS             PIC X(02)  VALUE SPACES.
001780     88  WS-LOG-FILE-OK                      VALUE '00'.
001790     88  WS-LOG-NOT-FOUND                    VALUE '35'.
001800 77  WS-OPER-STATUS            PIC X(02)  VALUE SPACES.
001810     88  WS-OPER-FILE-OK                     VALUE '00'.
001820 77  WS-OPER-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
001830     88  OPER-REG-IS-OPEN                    VALUE 'Y'.
001840     88  OPER-REG-NOT-OPEN                   VALUE 'N'.
001850 77  WS-TXN-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001860     88  HOLD-TXN-IS-OPEN                    VALUE 'Y'.
001870     88  HOLD-TXN-NOT-OPEN                   VALUE 'N'.
001880 77  WS-HOLD-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
001890     88  LEGAL-HOLD-IS-OPEN                  VALUE 'Y'.
001900     88  LEGAL-HOLD-NOT-OPEN                 VALUE 'N'.
001910 77  WS-LOG-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001920     88  HOLD-LOG-IS-OPEN                    VALUE 'Y'.
001930     88  HOLD-LOG-NOT-OPEN                   VALUE 'N'.
001940*
001950 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001960 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
001970*
001980*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
001990*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
002000*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
002010*
002020 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
002030*
002040 77  WS-VALID-SWITCH           PIC X(01)  VALUE 'Y'.
002050     88  TXN-IS-VALID                        VALUE 'Y'.
002060     88  TXN-NOT-VALID                       VALUE 'N'.
002070*
002080*    THE AUTHORITY LEVEL THE TRANSACTION'S ACTION TAKES.
002090*
002100 77  WS-LEVEL-NEEDED           PIC 9(01)  VALUE ZERO.
002110*
002120*    OLD DEFINITION SAVED FOR THE CHANGE LOG
002130*
002140 77  WS-OLD-DEFINITION         PIC X(55)  VALUE SPACES.
002150 77  WS-RECORD-EXISTS-SWITCH   PIC X(01)  VALUE 'N'.
002160     88  HOLD-RECORD-EXISTS                  VALUE 'Y'.
002170     88  HOLD-RECORD-NEW                     VALUE 'N'.
002180*
002190 PROCEDURE DIVISION.
002200*
002210*===============================================================
002220*    0000-MAINLINE
002230*===============================================================
002240 0000-MAINLINE.
002250*
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270*
002280     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
002290         UNTIL END-OF-TXNS.
002300*
002310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002320*
002330     STOP RUN.
002340*
002350*===============================================================
002360*    1000-INITIALIZE
002370*===============================================================
002380 1000-INITIALIZE.
002390*
002400     CALL 'CXB40117' USING WS-RUN-DATE
002410                            WS-BDAT-RESULT.
002420     ACCEPT WS-RUN-TIME FROM TIME.
002430*
002440     OPEN INPUT HOLD-TXN-FILE.
002450     IF NOT WS-TXN-FILE-OK
002460         DISPLAY 'CXB40148 HOLDTXN NOT AVAILABLE, STATUS='
002470             WS-TXN-STATUS
002480         SET END-OF-TXNS TO TRUE
002490         MOVE 8 TO RETURN-CODE
002500         GO TO 1000-EXIT
002510     END-IF.
002520     SET HOLD-TXN-IS-OPEN TO TRUE.
002530*
002540     OPEN I-O LEGAL-HOLD-FILE.
002550     IF NOT WS-HOLD-FILE-OK AND WS-HOLD-NOT-FOUND
002560         CLOSE LEGAL-HOLD-FILE
002570         OPEN OUTPUT LEGAL-HOLD-FILE
002580         CLOSE LEGAL-HOLD-FILE
002590         OPEN I-O LEGAL-HOLD-FILE
002600     END-IF.
002610     IF NOT WS-HOLD-FILE-OK
002620         DISPLAY 'CXB40148 LEGALHLD OPEN FAILED, STATUS='
002630             WS-HOLD-STATUS
002640         SET END-OF-TXNS TO TRUE
002650         MOVE 8 TO RETURN-CODE
002660         GO TO 1000-EXIT
002670     END-IF.
002680     SET LEGAL-HOLD-IS-OPEN TO TRUE.
002690*
002700*    THE OPERATOR REGISTRY IS OPENED FIRST-CLASS: WITH THE
002710*    REGISTRY DOWN EVERY TRANSACTION IS REJECTED, SO THE
002720*    WHO-IS-ALLOWED CHECK FAILS CLOSED.
002730*
002740     OPEN INPUT OPER-REG-FILE.
002750     IF WS-OPER-FILE-OK
002760         SET OPER-REG-IS-OPEN TO TRUE
002770     ELSE
002780         DISPLAY 'CXB40148 OPERREG NOT AVAILABLE, STATUS='
002790             WS-OPER-STATUS
002800         DISPLAY 'CXB40148 ALL CHANGES WILL BE REJECTED'
002810     END-IF.
002820*
002830     OPEN EXTEND HOLD-LOG-FILE.
002840     IF NOT WS-LOG-FILE-OK AND WS-LOG-NOT-FOUND
002850         CLOSE HOLD-LOG-FILE
002860         OPEN OUTPUT HOLD-LOG-FILE
002870     END-IF.
002880     IF WS-LOG-FILE-OK
002890         SET HOLD-LOG-IS-OPEN TO TRUE
002900     END-IF.
002910*
002920     READ HOLD-TXN-FILE
002930         AT END
002940             SET END-OF-TXNS TO TRUE
002950     END-READ.
002960*
002970 1000-EXIT.
002980     EXIT.
002990*
003000*===============================================================
003010*    2000-PROCESS-TXN
003020*===============================================================
003030 2000-PROCESS-TXN.
003040*
003050     ADD 1 TO WS-TXN-COUNT.
003060*
003070     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
003080*
003090     IF TXN-IS-VALID
003100         PERFORM 4000-APPLY-TXN THRU 4000-EXIT
003110     ELSE
003120         ADD 1 TO WS-REJECT-COUNT
003130         MOVE 8 TO RETURN-CODE
003140     END-IF.
003150*
003160     READ HOLD-TXN-FILE
003170         AT END
003180             SET END-OF-TXNS TO TRUE
003190     END-READ.
003200*
003210 2000-EXIT.
003220     EXIT.
003230*
003240*===============================================================
003250*    3000-VALIDATE-TXN
003260*===============================================================
003270 3000-VALIDATE-TXN.
003280*
003290     SET TXN-IS-VALID TO TRUE.
003300*
003310     IF NOT TX-ADD AND NOT TX-CHANGE AND NOT TX-RELEASE
003320         DISPLAY 'CXB40148 ' TX-MATTER-REF
003330             ' ACTION "' TX-ACTION '" NOT A, C OR R - REJECTED'
003340         SET TXN-NOT-VALID TO TRUE
003350         GO TO 3000-EXIT
003360     END-IF.
003370     IF TX-MATTER-REF = SPACES
003380         DISPLAY 'CXB40148 MATTER REFERENCE NOT GIVEN - REJECTED'
003390         SET TXN-NOT-VALID TO TRUE
003400         GO TO 3000-EXIT
003410     END-IF.
003420     IF TX-FROM-DATE NOT NUMERIC
003430         OR TX-FROM-DATE = ZERO
003440         OR TX-FROM-MM < 1 OR TX-FROM-MM > 12
003450         OR TX-FROM-DD < 1 OR TX-FROM-DD > 31
003460         DISPLAY 'CXB40148 ' TX-MATTER-REF
003470             ' FROM DATE "' TX-FROM-DATE
003480             '" NOT A DATE CCYYMMDD - REJECTED'
003490         SET TXN-NOT-VALID TO TRUE
003500         GO TO 3000-EXIT
003510     END-IF.
003520     IF TX-THRU-DATE NOT NUMERIC
003530         OR TX-THRU-MM < 1 OR TX-THRU-MM > 12
003540         OR TX-THRU-DD < 1 OR TX-THRU-DD > 31
003550         OR TX-THRU-DATE < TX-FROM-DATE
003560         DISPLAY 'CXB40148 ' TX-MATTER-REF
003570             ' THRU DATE "' TX-THRU-DATE
003580             '" NOT A DATE ON OR AFTER FROM - REJECTED'
003590         SET TXN-NOT-VALID TO TRUE
003600         GO TO 3000-EXIT
003610     END-IF.
003620*
003630     IF TX-ADD
003640         MOVE 1 TO WS-LEVEL-NEEDED
003650     ELSE
003660         MOVE 2 TO WS-LEVEL-NEEDED
003670     END-IF.
003680     PERFORM 3500-VALIDATE-OPERATOR THRU 3500-EXIT.
003690     IF TXN-NOT-VALID OR TX-RELEASE
003700         GO TO 3000-EXIT
003710     END-IF.
003720*
003730*    A RELEASE DATE, WHEN GIVEN, MUST BE STILL AHEAD: A HOLD
003740*    ENDING TODAY OR EARLIER IS A RELEASE, NOT A CHANGE.
003750*
003760     IF TX-RELEASE-DATE NOT NUMERIC
003770         DISPLAY 'CXB40148 ' TX-MATTER-REF
003780             ' RELEASE DATE NOT NUMERIC - REJECTED'
003790         SET TXN-NOT-VALID TO TRUE
003800         GO TO 3000-EXIT
003810     END-IF.
003820     IF TX-RELEASE-DATE NOT = ZERO
003830         IF TX-RELEASE-MM < 1 OR TX-RELEASE-MM > 12
003840             OR TX-RELEASE-DD < 1 OR TX-RELEASE-DD > 31
003850             OR TX-RELEASE-DATE NOT > WS-RUN-DATE
003860             DISPLAY 'CXB40148 ' TX-MATTER-REF
003870                 ' RELEASE DATE "' TX-RELEASE-DATE
003880                 '" NOT A DATE AFTER TODAY - REJECTED'
003890             SET TXN-NOT-VALID TO TRUE
003900             GO TO 3000-EXIT
003910         END-IF
003920     END-IF.
003930     IF TX-ADD AND TX-DESCRIPTION = SPACES
003940         DISPLAY 'CXB40148 ' TX-MATTER-REF
003950             ' DESCRIPTION NOT GIVEN - REJECTED'
003960         SET TXN-NOT-VALID TO TRUE
003970     END-IF.
003980*
003990 3000-EXIT.
004000     EXIT.
004010*
004020*===============================================================
004030*    3500-VALIDATE-OPERATOR
004040*===============================================================
004050 3500-VALIDATE-OPERATOR.
004060*
004070*    THE TRANSACTION'S OPERATOR ID MUST BE ON THE OPERREG
004080*    REGISTRY AND ACTIVE, AT THE AUTHORITY LEVEL THE ACTION
004090*    TAKES.  A FAILURE HERE REJECTS THE TRANSACTION THE SAME
004100*    WAY A BAD VALUE DOES.
004110*
004120     IF OPER-REG-NOT-OPEN
004130         DISPLAY 'CXB40148 ' TX-MATTER-REF
004140             ' REJECTED - OPERATOR REGISTRY UNAVAILABLE'
004150         SET TXN-NOT-VALID TO TRUE
004160         GO TO 3500-EXIT
004170     END-IF.
004180*
004190     MOVE TX-USER-ID TO OP-OPERATOR-ID.
004200     READ OPER-REG-FILE.
004210     IF NOT WS-OPER-FILE-OK
004220         DISPLAY 'CXB40148 OPERATOR ' TX-USER-ID
004230             ' NOT ON REGISTRY - REJECTED'
004240         SET TXN-NOT-VALID TO TRUE
004250         GO TO 3500-EXIT
004260     END-IF.
004270     IF NOT OP-ACTIVE
004280         DISPLAY 'CXB40148 OPERATOR ' TX-USER-ID
004290             ' INACTIVE - REJECTED'
004300         SET TXN-NOT-VALID TO TRUE
004310         GO TO 3500-EXIT
004320     END-IF.
004330     IF OP-AUTHORITY < WS-LEVEL-NEEDED
004340         DISPLAY 'CXB40148 OPERATOR ' TX-USER-ID
004350             ' NOT AUTHORIZED FOR ACTION ' TX-ACTION
004360             ' ON HOLDS - REJECTED'
004370         SET TXN-NOT-VALID TO TRUE
004380     END-IF.
004390*
004400 3500-EXIT.
004410     EXIT.
004420*
004430*===============================================================
004440*    4000-APPLY-TXN
004450*===============================================================
004460 4000-APPLY-TXN.
004470*
004480     MOVE TX-HOLD-KEY TO LH-HOLD-KEY.
004490     READ LEGAL-HOLD-FILE.
004500     IF WS-HOLD-FILE-OK
004510         SET HOLD-RECORD-EXISTS TO TRUE
004520         MOVE LH-DEFINITION TO WS-OLD-DEFINITION
004530     ELSE
004540         SET HOLD-RECORD-NEW TO TRUE
004550         MOVE SPACES TO WS-OLD-DEFINITION
004560     END-IF.
004570*
004580*    AN ADD MUST BE NEW; A CHANGE OR RELEASE MUST NAME A HOLD
004590*    THAT IS STILL ACTIVE, SO A MISKEYED ONE DOES NOT PASS
004600*    SILENTLY.
004610*
004620     IF TX-ADD AND HOLD-RECORD-EXISTS
004630         DISPLAY 'CXB40148 ' TX-MATTER-REF ' ' TX-FROM-DATE
004640             '-' TX-THRU-DATE ' ALREADY ON LEGALHLD - REJECTED'
004650         ADD 1 TO WS-REJECT-COUNT
004660         MOVE 8 TO RETURN-CODE
004670         GO TO 4000-EXIT
004680     END-IF.
004690     IF NOT TX-ADD
004700         IF HOLD-RECORD-NEW
004710             DISPLAY 'CXB40148 ' TX-MATTER-REF ' ' TX-FROM-DATE
004720                 '-' TX-THRU-DATE ' NOT ON LEGALHLD - REJECTED'
004730             ADD 1 TO WS-REJECT-COUNT
004740             MOVE 8 TO RETURN-CODE
004750             GO TO 4000-EXIT
004760         END-IF
004770         IF NOT LH-ACTIVE
004780             OR (LH-RELEASE-DATE NOT = ZERO
004790                 AND LH-RELEASE-DATE NOT > WS-RUN-DATE)
004800             DISPLAY 'CXB40148 ' TX-MATTER-REF ' ' TX-FROM-DATE
004810                 '-' TX-THRU-DATE ' ALREADY RELEASED - REJECTED'
004820             ADD 1 TO WS-REJECT-COUNT
004830             MOVE 8 TO RETURN-CODE
004840             GO TO 4000-EXIT
004850         END-IF
004860     END-IF.
004870*
004880     EVALUATE TRUE
004890         WHEN TX-ADD
004900             MOVE TX-HOLD-KEY       TO LH-HOLD-KEY
004910             MOVE TX-USER-ID        TO LH-REQUEST-USER
004920             MOVE WS-RUN-DATE       TO LH-PLACED-DATE
004930             MOVE TX-RELEASE-DATE   TO LH-RELEASE-DATE
004940             MOVE TX-DESCRIPTION    TO LH-DESCRIPTION
004950             SET LH-ACTIVE TO TRUE
004960         WHEN TX-CHANGE
004970             MOVE TX-RELEASE-DATE   TO LH-RELEASE-DATE
004980             IF TX-DESCRIPTION NOT = SPACES
004990                 MOVE TX-DESCRIPTION TO LH-DESCRIPTION
005000             END-IF
005010         WHEN TX-RELEASE
005020             MOVE WS-RUN-DATE       TO LH-RELEASE-DATE
005030             SET LH-RELEASED TO TRUE
005040     END-EVALUATE.
005050     MOVE WS-RUN-DATE       TO LH-UPD-DATE.
005060     MOVE WS-RUN-TIME       TO LH-UPD-TIME.
005070     MOVE TX-USER-ID        TO LH-UPD-USER.
005080*
005090     IF HOLD-RECORD-EXISTS
005100         REWRITE LEGAL-HOLD-RECORD
005110     ELSE
005120         WRITE LEGAL-HOLD-RECORD
005130     END-IF.
005140     IF NOT WS-HOLD-FILE-OK
005150         DISPLAY 'CXB40148 LEGALHLD UPDATE FAILED, STATUS='
005160             WS-HOLD-STATUS
005170         ADD 1 TO WS-REJECT-COUNT
005180         MOVE 8 TO RETURN-CODE
005190         GO TO 4000-EXIT
005200     END-IF.
005210*
005220     ADD 1 TO WS-APPLIED-COUNT.
005230     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
005240*
005250 4000-EXIT.
005260     EXIT.
005270*
005280*===============================================================
005290*    5000-WRITE-CHANGE-LOG
005300*===============================================================
005310 5000-WRITE-CHANGE-LOG.
005320*
005330*    AN ADD IS LOGGED WITH A BLANK OLD DEFINITION.
005340*
005350     MOVE WS-RUN-DATE        TO LG-CHANGE-DATE.
005360     ACCEPT LG-CHANGE-TIME FROM TIME.
005370     MOVE TX-USER-ID         TO LG-USER-ID.
005380     MOVE TX-ACTION          TO LG-ACTION.
005390     MOVE LH-HOLD-KEY        TO LG-HOLD-KEY.
005400     MOVE WS-OLD-DEFINITION  TO LG-OLD-DEFINITION.
005410     MOVE LH-DEFINITION      TO LG-NEW-DEFINITION.
005420     WRITE HOLD-LOG-RECORD.
005430     IF NOT WS-LOG-FILE-OK
005440         DISPLAY 'CXB40148 HOLDLOG WRITE FAILED, STATUS='
005450             WS-LOG-STATUS
005460     END-IF.
005470*
005480 5000-EXIT.
005490     EXIT.
005500*
005510*===============================================================
005520*    9000-TERMINATE
005530*===============================================================
005540 9000-TERMINATE.
005550*
005560     IF HOLD-TXN-IS-OPEN
005570         CLOSE HOLD-TXN-FILE
005580     END-IF.
005590     IF LEGAL-HOLD-IS-OPEN
005600         CLOSE LEGAL-HOLD-FILE
005610     END-IF.
005620     IF HOLD-LOG-IS-OPEN
005630         CLOSE HOLD-LOG-FILE
005640     END-IF.
005650     IF OPER-REG-IS-OPEN
005660         CLOSE OPER-REG-FILE
005670     END-IF.
005680*
005690     DISPLAY 'CXB40148 TRANSACTIONS READ: ' WS-TXN-COUNT.
005700     DISPLAY 'CXB40148 CHANGES APPLIED:   ' WS-APPLIED-COUNT.
005710     DISPLAY 'CXB40148 CHANGES REJECTED:  ' WS-REJECT-COUNT.
005720*
005730 9000-EXIT.
005740     EXIT.
