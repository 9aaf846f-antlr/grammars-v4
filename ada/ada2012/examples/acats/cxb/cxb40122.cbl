000370*          unavailable every transaction is rejected, so the
000380*          check fails closed.
000390*
000400*          Because every rate change is level 2, no change is
000410*          applied by the run that submits it.  It is proposed on
000420*          PENDCHG through the CXB40139 service instead, and a
000430*          second level-2 operator approves or rejects it through
000440*          CXB40140.  Each run starts by applying the approved
000450*          proposals it owns - revalidated first, so one that no
000460*          longer passes is voided instead - before it reads
000470*          RATETXN; an empty or missing RATETXN applies the
000480*          approved proposals alone.
000490*
000500*     INPUTS:
000510*          RATETXN    - sequential update transactions.
000520*          PENDCHG    - approved proposals (through CXB40139).
000530*          OPERREG    - keyed operator registry maintained by
000540*                       CXB40123.
000550*
000560*     OUTPUTS:
000570*          RATETBL    - keyed rate table read by the CXB40121
000580*                       rate-apply service.
000590*          RATELOG    - sequential change log, appended across
000600*                       runs.
000610*          PENDCHG    - rate proposals (through CXB40139).
000620*
000630*     CHANGE HISTORY:
000640*       02 SEP 2026   DPO   Initial release.
000650*       02 SEP 2026   DPO   Every transaction's operator id is
000660*                           now validated against the OPERREG
000670*                           registry, the way CXB40110
000680*                           validates SITEPARM changes; rate
000690*                           changes require authority level 2.
000700*       15 OCT 2026   DPO   A rate change no longer takes effect
000710*                           on the run that submits it: it is
000720*                           recorded on PENDCHG through the
000730*                           CXB40139 pending-change service, and
000740*                           is applied on the first run after a
000750*                           second level-2 operator approves it
000760*                           through CXB40140 (void if it no
000770*                           longer validates by then).
000780*       15 OCT 2026   DPO   Approved proposals are applied before
000790*                           RATETXN is opened, so a run with no
000800*                           RATETXN still applies them.
000810*       15 OCT 2026   DPO   RATETXN is read into a working-
000820*                           storage copy of the transaction,
000830*                           where approved proposals are also
000840*                           rebuilt, so they can be applied
000850*                           before RATETXN is opened; a missing
000860*                           RATETXN now just means no new
000870*                           transactions.
000880*
000890 IDENTIFICATION DIVISION.
000900 PROGRAM-ID. CXB40122.
000910 AUTHOR. DATA-PROCESSING-OPERATIONS.
000920 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000930 DATE-WRITTEN. 02 SEP 2026.
000940 DATE-COMPILED.
000950*
000960 ENVIRONMENT DIVISION.
000970 INPUT-OUTPUT SECTION.
000980 FILE-CONTROL.
000990     SELECT RATE-TXN-FILE ASSIGN TO "RATETXN"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-TXN-STATUS.
001020     SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS RT-RATE-KEY
001060         FILE STATUS IS WS-RATE-STATUS.
001070     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS RANDOM
001100         RECORD KEY IS OP-OPERATOR-ID
001110         FILE STATUS IS WS-OPER-STATUS.
001120     SELECT RATE-LOG-FILE ASSIGN TO "RATELOG"
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WS-LOG-STATUS.
001150*
001160 DATA DIVISION.
001170 FILE SECTION.
001180*
001190*    RATETXN IS READ INTO WS-TXN-RECORD AND WORKED THERE, WHERE
001200*    AN APPROVED PROPOSAL'S IMAGE IS ALSO REBUILT BEFORE
001210*    RATETXN IS OPENED.
001220*
001230 FD  RATE-TXN-FILE
001240     RECORDING MODE IS F.
001250 01  RATE-TXN-RECORD        PIC X(27).
001260*
001270 FD  RATE-TABLE-FILE
001280     RECORDING MODE IS F.
001290 01  RATE-TABLE-RECORD.
001300     05  RT-RATE-KEY.
001310         10  RT-LOCATION       PIC X(04).
001320         10  RT-EFFECTIVE-DATE PIC 9(08).
001330     05  RT-RATE               PIC S9(3)V9(4) USAGE IS COMP-3.
001340     05  RT-UPD-DATE           PIC 9(08).
001350     05  RT-UPD-TIME           PIC 9(08).
001360     05  RT-UPD-USER           PIC X(08).
001370*
001380*    OPERREG IS THE OPERATOR REGISTRY MAINTAINED BY CXB40123;
001390*    EVERY TRANSACTION'S OPERATOR ID IS VALIDATED AGAINST IT
001400*    BEFORE THE CHANGE IS APPLIED.
001410*
001420 FD  OPER-REG-FILE
001430     RECORDING MODE IS F.
001440 01  OPER-REG-RECORD.
001450     COPY CXBOPER
001460         REPLACING LEADING ==CXB-OP== BY ==OP==.
001470*
001480 FD  RATE-LOG-FILE
001490     RECORDING MODE IS F.
001500 01  RATE-LOG-RECORD.
001510     05  RL-CHANGE-DATE        PIC 9(08).
001520     05  RL-CHANGE-TIME        PIC 9(08).
001530     05  RL-USER-ID            PIC X(08).
001540     05  RL-LOCATION           PIC X(04).
001550     05  RL-EFFECTIVE-DATE     PIC 9(08).
001560     05  RL-OLD-RATE           PIC S9(3)V9(4)
001570                               SIGN IS LEADING SEPARATE.
001580     05  RL-NEW-RATE           PIC S9(3)V9(4)
001590                               SIGN IS LEADING SEPARATE.
001600*
001610 WORKING-STORAGE SECTION.
001620*
001630*    STANDALONE COUNTERS AND SWITCHES
001640*
001650 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40122'.
001660*
001670 77  WS-TXN-COUNT              PIC 9(09)  COMP VALUE ZERO.
001680 77  WS-APPLIED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001690 77  WS-REJECT-COUNT           PIC 9(09)  COMP VALUE ZERO.
001700 77  WS-PROPOSED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001710 77  WS-APPROVED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001720 77  WS-VOID-COUNT             PIC 9(09)  COMP VALUE ZERO.
001730*
001740 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001750     88  END-OF-TXNS                         VALUE 'Y'.
001760     88  NOT-END-OF-TXNS                     VALUE 'N'.
001770*
001780 77  WS-TXN-STATUS             PIC X(02)  VALUE SPACES.
001790     88  WS-TXN-FILE-OK                      VALUE '00'.
001800 77  WS-TXN-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001810     88  TXN-FILE-IS-OPEN                    VALUE 'Y'.
001820     88  TXN-FILE-NOT-OPEN                   VALUE 'N'.
001830 77  WS-RATE-STATUS            PIC X(02)  VALUE SPACES.
001840     88  WS-RATE-FILE-OK                     VALUE '00'.
001850     88  WS-RATE-NOT-FOUND                   VALUE '35'.
001860     88  WS-RATE-REC-MISSING                 VALUE '23'.
001870 77  WS-LOG-STATUS             PIC X(02)  VALUE SPACES.
001880     88  WS-LOG-FILE-OK                      VALUE '00'.
001890     88  WS-LOG-NOT-FOUND                    VALUE '35'.
001900 77  WS-OPER-STATUS            PIC X(02)  VALUE SPACES.
001910     88  WS-OPER-FILE-OK                     VALUE '00'.
001920 77  WS-OPER-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
001930     88  OPER-REG-IS-OPEN                    VALUE 'Y'.
001940     88  OPER-REG-NOT-OPEN                   VALUE 'N'.
001950*
001960 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001970 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
001980*
001990*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
002000*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
002010*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
002020*
002030 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
002040*
002050 77  WS-VALID-SWITCH           PIC X(01)  VALUE 'Y'.
002060     88  TXN-IS-VALID                        VALUE 'Y'.
002070     88  TXN-NOT-VALID                       VALUE 'N'.
002080*
002090*    DATE-PLAUSIBILITY VIEW OF THE TRANSACTION'S EFFECTIVE
002100*    DATE
002110*
002120 01  WS-EDIT-DATE              PIC 9(08)  VALUE ZERO.
002130 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
002140     05  WS-EDIT-CCYY          PIC 9(04).
002150     05  WS-EDIT-MM            PIC 9(02).
002160     05  WS-EDIT-DD            PIC 9(02).
002170*
002180*    OLD VALUES SAVED FOR THE CHANGE LOG
002190*
002200 77  WS-OLD-RATE               PIC S9(3)V9(4) COMP-3 VALUE ZERO.
002210 77  WS-RECORD-EXISTS-SWITCH   PIC X(01)  VALUE 'N'.
002220     88  RATE-RECORD-EXISTS                  VALUE 'Y'.
002230     88  RATE-RECORD-NEW                     VALUE 'N'.
002240 77  WS-APPLY-SWITCH           PIC X(01)  VALUE 'N'.
002250     88  CHANGE-APPLIED                      VALUE 'Y'.
002260     88  CHANGE-NOT-APPLIED                  VALUE 'N'.
002270*
002280*    CALL FIELDS FOR THE CXB40139 PENDING-CHANGE SERVICE
002290*
002300 77  WS-PND-FUNCTION           PIC X(01)  VALUE SPACE.
002310 77  WS-PND-KEY                PIC X(28)  VALUE SPACES.
002320 77  WS-PND-PROPOSER           PIC X(08)  VALUE SPACES.
002330 77  WS-PND-CHECKER            PIC X(08)  VALUE SPACES.
002340 77  WS-PND-IMAGE              PIC X(120) VALUE SPACES.
002350 77  WS-PND-RESULT             PIC X(01)  VALUE SPACE.
002360     88  PND-DONE                            VALUE '0'.
002370     88  PND-NO-MORE                         VALUE '1'.
002380     88  PND-FAILED                          VALUE 'E'.
002390 77  WS-APPROVED-SWITCH        PIC X(01)  VALUE 'N'.
002400     88  END-OF-APPROVED                     VALUE 'Y'.
002410     88  NOT-END-OF-APPROVED                 VALUE 'N'.
002420*
002430*    THE TRANSACTION BEING WORKED - READ FROM RATETXN, OR REBUILT
002440*    FROM AN APPROVED PROPOSAL'S IMAGE.
002450*
002460 01  WS-TXN-RECORD.
002470     05  TX-LOCATION           PIC X(04).
002480     05  TX-EFFECTIVE-DATE     PIC 9(08).
002490     05  TX-RATE               PIC 9(03)V9(04).
002500     05  TX-USER-ID            PIC X(08).
002510*
002520 PROCEDURE DIVISION.
002530*
002540*===============================================================
002550*    0000-MAINLINE
002560*===============================================================
002570 0000-MAINLINE.
002580*
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002600*
002610     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
002620         UNTIL END-OF-TXNS.
002630*
002640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002650*
002660     STOP RUN.
002670*
002680*===============================================================
002690*    1000-INITIALIZE
002700*===============================================================
002710 1000-INITIALIZE.
002720*
002730     CALL 'CXB40117' USING WS-RUN-DATE
002740                            WS-BDAT-RESULT.
002750     ACCEPT WS-RUN-TIME FROM TIME.
002760*
002770     OPEN I-O RATE-TABLE-FILE.
002780     IF NOT WS-RATE-FILE-OK AND WS-RATE-NOT-FOUND
002790         CLOSE RATE-TABLE-FILE
002800         OPEN OUTPUT RATE-TABLE-FILE
002810         CLOSE RATE-TABLE-FILE
002820         OPEN I-O RATE-TABLE-FILE
002830     END-IF.
002840     IF NOT WS-RATE-FILE-OK
002850         DISPLAY 'CXB40122 RATETBL OPEN FAILED, STATUS='
002860             WS-RATE-STATUS
002870         SET END-OF-TXNS TO TRUE
002880         MOVE 8 TO RETURN-CODE
002890         GO TO 1000-EXIT
002900     END-IF.
002910*
002920*    THE OPERATOR REGISTRY IS OPENED FIRST-CLASS: WITH THE
002930*    REGISTRY DOWN EVERY TRANSACTION IS REJECTED, SO THE
002940*    WHO-IS-ALLOWED CHECK FAILS CLOSED.
002950*
002960     OPEN INPUT OPER-REG-FILE.
002970     IF WS-OPER-FILE-OK
002980         SET OPER-REG-IS-OPEN TO TRUE
002990     ELSE
003000         DISPLAY 'CXB40122 OPERREG NOT AVAILABLE, STATUS='
003010             WS-OPER-STATUS
003020         DISPLAY 'CXB40122 ALL CHANGES WILL BE REJECTED'
003030     END-IF.
003040*
003050     OPEN EXTEND RATE-LOG-FILE.
003060     IF NOT WS-LOG-FILE-OK AND WS-LOG-NOT-FOUND
003070         CLOSE RATE-LOG-FILE
003080         OPEN OUTPUT RATE-LOG-FILE
003090     END-IF.
003100*
003110*    CHANGES A SECOND OPERATOR HAS APPROVED SINCE THE LAST RUN
003120*    ARE APPLIED BEFORE RATETXN IS OPENED, SO THEY ARE APPLIED
003130*    EVEN ON A RUN THAT HAS NO RATETXN AT ALL: A MISSING RATETXN
003140*    ONLY MEANS THERE ARE NO NEW TRANSACTIONS.
003150*
003160     PERFORM 1500-APPLY-APPROVED THRU 1500-EXIT
003170         UNTIL END-OF-APPROVED.
003180*
003190     OPEN INPUT RATE-TXN-FILE.
003200     IF NOT WS-TXN-FILE-OK
003210         DISPLAY 'CXB40122 RATETXN NOT AVAILABLE, STATUS='
003220             WS-TXN-STATUS ' - NO NEW TRANSACTIONS'
003230         SET END-OF-TXNS TO TRUE
003240         GO TO 1000-EXIT
003250     END-IF.
003260     SET TXN-FILE-IS-OPEN TO TRUE.
003270*
003280     READ RATE-TXN-FILE INTO WS-TXN-RECORD
003290         AT END
003300             SET END-OF-TXNS TO TRUE
003310     END-READ.
003320*
003330 1000-EXIT.
003340     EXIT.
003350*
003360*===============================================================
003370*    1500-APPLY-APPROVED
003380*===============================================================
003390 1500-APPLY-APPROVED.
003400*
003410*    ONE APPROVED PROPOSAL PER PASS.  IT IS VALIDATED AGAIN
003420*    EXACTLY AS A NEW TRANSACTION WOULD BE - THE PROPOSER MAY
003430*    HAVE LOST AUTHORITY SINCE - AND APPLIED UNDER THE
003440*    PROPOSER'S ID, OR VOIDED IF IT NO LONGER PASSES.
003450*
003460     MOVE 'N' TO WS-PND-FUNCTION.
003470     CALL 'CXB40139' USING WS-PND-FUNCTION
003480                            PROGRAM-NAME
003490                            WS-PND-KEY
003500                            WS-PND-PROPOSER
003510                            WS-PND-CHECKER
003520                            WS-PND-IMAGE
003530                            WS-PND-RESULT.
003540     IF NOT PND-DONE
003550         SET END-OF-APPROVED TO TRUE
003560         GO TO 1500-EXIT
003570     END-IF.
003580*
003590     MOVE WS-PND-IMAGE TO WS-TXN-RECORD.
003600     SET CHANGE-NOT-APPLIED TO TRUE.
003610     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
003620     IF TXN-IS-VALID
003630         PERFORM 4000-APPLY-TXN THRU 4000-EXIT
003640     END-IF.
003650*
003660     IF CHANGE-APPLIED
003670         MOVE 'A' TO WS-PND-FUNCTION
003680         ADD 1 TO WS-APPROVED-COUNT
003690         DISPLAY 'CXB40122 ' TX-LOCATION
003700             ' APPLIED AS APPROVED BY ' WS-PND-CHECKER
003710     ELSE
003720         MOVE 'X' TO WS-PND-FUNCTION
003730         ADD 1 TO WS-VOID-COUNT
003740         MOVE 8 TO RETURN-CODE
003750         DISPLAY 'CXB40122 APPROVED CHANGE ' WS-PND-KEY
003760             ' NO LONGER VALID - VOIDED'
003770     END-IF.
003780     CALL 'CXB40139' USING WS-PND-FUNCTION
003790                            PROGRAM-NAME
003800                            WS-PND-KEY
003810                            WS-PND-PROPOSER
003820                            WS-PND-CHECKER
003830                            WS-PND-IMAGE
003840                            WS-PND-RESULT.
003850*
003860 1500-EXIT.
003870     EXIT.
003880*
003890*===============================================================
003900*    2000-PROCESS-TXN
003910*===============================================================
003920 2000-PROCESS-TXN.
003930*
003940     ADD 1 TO WS-TXN-COUNT.
003950*
003960     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
003970*
003980*    EVERY RATE CHANGE IS LEVEL 2, SO EVERY VALID TRANSACTION
003990*    IS PROPOSED FOR A SECOND OPERATOR'S APPROVAL.
004000*
004010     IF TXN-IS-VALID
004020         PERFORM 4500-PROPOSE-CHANGE THRU 4500-EXIT
004030     ELSE
004040         ADD 1 TO WS-REJECT-COUNT
004050         MOVE 8 TO RETURN-CODE
004060     END-IF.
004070*
004080     READ RATE-TXN-FILE INTO WS-TXN-RECORD
004090         AT END
004100             SET END-OF-TXNS TO TRUE
004110     END-READ.
004120*
004130 2000-EXIT.
004140     EXIT.
004150*
004160*===============================================================
004170*    3000-VALIDATE-TXN
004180*===============================================================
004190 3000-VALIDATE-TXN.
004200*
004210     SET TXN-IS-VALID TO TRUE.
004220*
004230     IF TX-LOCATION = SPACES
004240         DISPLAY 'CXB40122 BLANK LOCATION - REJECTED'
004250         SET TXN-NOT-VALID TO TRUE
004260         GO TO 3000-EXIT
004270     END-IF.
004280*
004290     IF TX-EFFECTIVE-DATE NOT NUMERIC
004300         DISPLAY 'CXB40122 ' TX-LOCATION
004310             ' EFFECTIVE DATE NOT NUMERIC - REJECTED'
004320         SET TXN-NOT-VALID TO TRUE
004330         GO TO 3000-EXIT
004340     END-IF.
004350     MOVE TX-EFFECTIVE-DATE TO WS-EDIT-DATE.
004360     IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
004370         OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
004380         DISPLAY 'CXB40122 ' TX-LOCATION
004390             ' EFFECTIVE DATE ' TX-EFFECTIVE-DATE
004400             ' NOT A DATE - REJECTED'
004410         SET TXN-NOT-VALID TO TRUE
004420         GO TO 3000-EXIT
004430     END-IF.
004440*
004450     IF TX-RATE NOT NUMERIC OR TX-RATE = ZERO
004460         DISPLAY 'CXB40122 ' TX-LOCATION
004470             ' RATE MUST BE A NUMBER GREATER THAN ZERO - '
004480             'REJECTED'
004490         SET TXN-NOT-VALID TO TRUE
004500         GO TO 3000-EXIT
004510     END-IF.
004520*
004530     PERFORM 3500-VALIDATE-OPERATOR THRU 3500-EXIT.
004540*
004550 3000-EXIT.
004560     EXIT.
004570*
004580*===============================================================
004590*    3500-VALIDATE-OPERATOR
004600*===============================================================
004610 3500-VALIDATE-OPERATOR.
004620*
004630*    THE TRANSACTION'S OPERATOR ID MUST BE ON THE OPERREG
004640*    REGISTRY AND ACTIVE, AT AUTHORITY LEVEL 2 - RATES FEED
004650*    THE PER-DIEM MONEY PATH, SO A RATE CHANGE TAKES THE SAME
004660*    BAR AS THE CIRCUIT-BREAKER THRESHOLD IN CXB40110.  A
004670*    FAILURE HERE REJECTS THE TRANSACTION THE SAME WAY A BAD
004680*    VALUE DOES.
004690*
004700     IF OPER-REG-NOT-OPEN
004710         DISPLAY 'CXB40122 ' TX-LOCATION ' REJECTED - '
004720             'OPERATOR REGISTRY UNAVAILABLE'
004730         SET TXN-NOT-VALID TO TRUE
004740         GO TO 3500-EXIT
004750     END-IF.
004760*
004770     MOVE TX-USER-ID TO OP-OPERATOR-ID.
004780     READ OPER-REG-FILE.
004790     IF NOT WS-OPER-FILE-OK
004800         DISPLAY 'CXB40122 OPERATOR ' TX-USER-ID
004810             ' NOT ON REGISTRY - REJECTED'
004820         SET TXN-NOT-VALID TO TRUE
004830         GO TO 3500-EXIT
004840     END-IF.
004850     IF NOT OP-ACTIVE
004860         DISPLAY 'CXB40122 OPERATOR ' TX-USER-ID
004870             ' INACTIVE - REJECTED'
004880         SET TXN-NOT-VALID TO TRUE
004890         GO TO 3500-EXIT
004900     END-IF.
004910     IF OP-AUTHORITY < 2
004920         DISPLAY 'CXB40122 OPERATOR ' TX-USER-ID
004930             ' NOT AUTHORIZED FOR RATE CHANGES - REJECTED'
004940         SET TXN-NOT-VALID TO TRUE
004950     END-IF.
004960*
004970 3500-EXIT.
004980     EXIT.
004990*
005000*===============================================================
005010*    4000-APPLY-TXN
005020*===============================================================
005030 4000-APPLY-TXN.
005040*
005050     MOVE TX-LOCATION       TO RT-LOCATION.
005060     MOVE TX-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE.
005070     READ RATE-TABLE-FILE.
005080     IF WS-RATE-FILE-OK
005090         SET RATE-RECORD-EXISTS TO TRUE
005100         MOVE RT-RATE TO WS-OLD-RATE
005110     ELSE
005120         SET RATE-RECORD-NEW TO TRUE
005130         MOVE ZERO TO WS-OLD-RATE
005140     END-IF.
005150*
005160     MOVE TX-LOCATION       TO RT-LOCATION.
005170     MOVE TX-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE.
005180     MOVE TX-RATE           TO RT-RATE.
005190     MOVE WS-RUN-DATE       TO RT-UPD-DATE.
005200     MOVE WS-RUN-TIME       TO RT-UPD-TIME.
005210     MOVE TX-USER-ID        TO RT-UPD-USER.
005220*
005230     IF RATE-RECORD-EXISTS
005240         REWRITE RATE-TABLE-RECORD
005250     ELSE
005260         WRITE RATE-TABLE-RECORD
005270     END-IF.
005280     IF NOT WS-RATE-FILE-OK
005290         DISPLAY 'CXB40122 RATETBL UPDATE FAILED, STATUS='
005300             WS-RATE-STATUS
005310         ADD 1 TO WS-REJECT-COUNT
005320         MOVE 8 TO RETURN-CODE
005330         GO TO 4000-EXIT
005340     END-IF.
005350*
005360     ADD 1 TO WS-APPLIED-COUNT.
005370     SET CHANGE-APPLIED TO TRUE.
005380     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
005390*
005400 4000-EXIT.
005410     EXIT.
005420*
005430*===============================================================
005440*    4500-PROPOSE-CHANGE
005450*===============================================================
005460 4500-PROPOSE-CHANGE.
005470*
005480*    A LEVEL-2 CHANGE IS RECORDED FOR A SECOND OPERATOR'S
005490*    DECISION INSTEAD OF BEING APPLIED.  A PROPOSAL THAT CANNOT
005500*    BE RECORDED IS REJECTED - NEVER APPLIED DIRECTLY.
005510*
005520     MOVE SPACES          TO WS-PND-IMAGE.
005530     MOVE WS-TXN-RECORD   TO WS-PND-IMAGE.
005540     MOVE TX-USER-ID      TO WS-PND-PROPOSER.
005550     MOVE SPACES          TO WS-PND-CHECKER.
005560     MOVE 'P' TO WS-PND-FUNCTION.
005570     CALL 'CXB40139' USING WS-PND-FUNCTION
005580                            PROGRAM-NAME
005590                            WS-PND-KEY
005600                            WS-PND-PROPOSER
005610                            WS-PND-CHECKER
005620                            WS-PND-IMAGE
005630                            WS-PND-RESULT.
005640     IF PND-DONE
005650         ADD 1 TO WS-PROPOSED-COUNT
005660         DISPLAY 'CXB40122 ' TX-LOCATION ' PROPOSED FOR '
005670             'APPROVAL, KEY=' WS-PND-KEY
005680     ELSE
005690         DISPLAY 'CXB40122 ' TX-LOCATION ' PROPOSAL NOT '
005700             'RECORDED - REJECTED'
005710         ADD 1 TO WS-REJECT-COUNT
005720         MOVE 8 TO RETURN-CODE
005730     END-IF.
005740*
005750 4500-EXIT.
005760     EXIT.
005770*
005780*===============================================================
005790*    5000-WRITE-CHANGE-LOG
005800*===============================================================
005810 5000-WRITE-CHANGE-LOG.
005820*
005830     MOVE WS-RUN-DATE       TO RL-CHANGE-DATE.
005840     ACCEPT RL-CHANGE-TIME FROM TIME.
005850     MOVE TX-USER-ID        TO RL-USER-ID.
005860     MOVE TX-LOCATION       TO RL-LOCATION.
005870     MOVE TX-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE.
005880     MOVE WS-OLD-RATE       TO RL-OLD-RATE.
005890     MOVE TX-RATE           TO RL-NEW-RATE.
005900     WRITE RATE-LOG-RECORD.
005910     IF NOT WS-LOG-FILE-OK
005920         DISPLAY 'CXB40122 RATELOG WRITE FAILED, STATUS='
005930             WS-LOG-STATUS
005940     END-IF.
005950*
005960 5000-EXIT.
005970     EXIT.
005980*
005990*===============================================================
006000*    9000-TERMINATE
006010*===============================================================
006020 9000-TERMINATE.
006030*
006040     IF TXN-FILE-IS-OPEN
006050         CLOSE RATE-TXN-FILE
006060     END-IF.
006070     CLOSE RATE-TABLE-FILE.
006080     CLOSE RATE-LOG-FILE.
006090     IF OPER-REG-IS-OPEN
006100         CLOSE OPER-REG-FILE
006110     END-IF.
006120*
006130     MOVE 'C' TO WS-PND-FUNCTION.
006140     CALL 'CXB40139' USING WS-PND-FUNCTION
006150                            PROGRAM-NAME
006160                            WS-PND-KEY
006170                            WS-PND-PROPOSER
006180                            WS-PND-CHECKER
006190                            WS-PND-IMAGE
006200                            WS-PND-RESULT.
006210*
006220     DISPLAY 'CXB40122 TRANSACTIONS READ: ' WS-TXN-COUNT.
006230     DISPLAY 'CXB40122 CHANGES APPLIED:   ' WS-APPLIED-COUNT.
006240     DISPLAY 'CXB40122 CHANGES REJECTED:  ' WS-REJECT-COUNT.
006250     DISPLAY 'CXB40122 CHANGES PROPOSED:  ' WS-PROPOSED-COUNT.
006260     DISPLAY 'CXB40122 APPROVALS APPLIED: ' WS-APPROVED-COUNT.
006270     DISPLAY 'CXB40122 APPROVALS VOIDED:  ' WS-VOID-COUNT.
006280*
006290 9000-EXIT.
006300     EXIT.
