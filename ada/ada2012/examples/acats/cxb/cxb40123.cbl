000280*          - where the first transactions are accepted so the
000290*          registry can be seeded at all, and the run says so.
000300*
000310*          Outside the bootstrap case no change is applied by
000320*          the run that submits it.  It is proposed on PENDCHG
000330*          through the CXB40139 service instead, and a second
000340*          level-2 operator - never the proposer, nor the
000350*          operator being changed - approves or rejects it
000360*          through CXB40140.  Each run starts by applying the
000370*          approved proposals it owns - revalidated first, so one
000380*          that no longer passes is voided instead - before it
000390*          reads OPERTXN; an empty or missing OPERTXN applies the
000400*          approved proposals alone.  A bootstrap run should seed
000410*          at least two level-2 operators, or no later change can
000420*          ever be approved.
000430*
000440*     INPUTS:
000450*          OPERTXN    - sequential update transactions.
000460*          PENDCHG    - approved proposals (through CXB40139).
000470*
000480*     OUTPUTS:
000490*          OPERREG    - keyed operator registry (CXBOPER
000500*                       layout), validated against by CXB40101
000510*                       and CXB40110.
000520*          OPERLOG    - sequential change log, appended across
000530*                       runs.
000540*          PENDCHG    - registry proposals (through CXB40139).
000550*
000560*     CHANGE HISTORY:
000570*       02 SEP 2026   DPO   Initial release.
000580*       15 OCT 2026   DPO   A registry change no longer takes
000590*                           effect on the run that submits it:
000600*                           it is recorded on PENDCHG through the
000610*                           CXB40139 pending-change service, and
000620*                           is applied on the first run after a
000630*                           second level-2 operator approves it
000640*                           through CXB40140 (void if it no
000650*                           longer validates by then).  Bootstrap
000660*                           runs still apply directly.
000670*       15 OCT 2026   DPO   OPERTXN is read into a working-
000680*                           storage copy of the transaction,
000690*                           where approved proposals are also
000700*                           rebuilt, so they can be applied
000710*                           before OPERTXN is opened; a missing
000720*                           OPERTXN now just means no new
000730*                           transactions.
000740*
000750 IDENTIFICATION DIVISION.
000760 PROGRAM-ID. CXB40123.
000770 AUTHOR. DATA-PROCESSING-OPERATIONS.
000780 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000790 DATE-WRITTEN. 02 SEP 2026.
000800 DATE-COMPILED.
000810*
000820 ENVIRONMENT DIVISION.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT OPER-TXN-FILE ASSIGN TO "OPERTXN"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-TXN-STATUS.
000880     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS OP-OPERATOR-ID
000920         FILE STATUS IS WS-REG-STATUS.
000930     SELECT OPER-LOG-FILE ASSIGN TO "OPERLOG"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-LOG-STATUS.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990*
001000*    OPERTXN IS READ INTO WS-TXN-RECORD AND WORKED THERE, WHERE
001010*    AN APPROVED PROPOSAL'S IMAGE IS ALSO REBUILT BEFORE
001020*    OPERTXN IS OPENED.
001030*
001040 FD  OPER-TXN-FILE
001050     RECORDING MODE IS F.
001060 01  OPER-TXN-RECORD        PIC X(38).
001070*
001080 FD  OPER-REG-FILE
001090     RECORDING MODE IS F.
001100 01  OPER-REG-RECORD.
001110     COPY CXBOPER
001120         REPLACING LEADING ==CXB-OP== BY ==OP==.
001130*
001140 FD  OPER-LOG-FILE
001150     RECORDING MODE IS F.
001160 01  OPER-LOG-RECORD.
001170     05  OL-CHANGE-DATE        PIC 9(08).
001180     05  OL-CHANGE-TIME        PIC 9(08).
001190     05  OL-USER-ID            PIC X(08).
001200     05  OL-OPERATOR-ID        PIC X(08).
001210     05  OL-OLD-AUTHORITY      PIC 9(01).
001220     05  OL-OLD-ACTIVE         PIC X(01).
001230     05  OL-NEW-AUTHORITY      PIC 9(01).
001240     05  OL-NEW-ACTIVE         PIC X(01).
001250*
001260 WORKING-STORAGE SECTION.
001270*
001280*    STANDALONE COUNTERS AND SWITCHES
001290*
001300 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40123'.
001310*
001320 77  WS-TXN-COUNT              PIC 9(09)  COMP VALUE ZERO.
001330 77  WS-APPLIED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001340 77  WS-REJECT-COUNT           PIC 9(09)  COMP VALUE ZERO.
001350 77  WS-PROPOSED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001360 77  WS-APPROVED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001370 77  WS-VOID-COUNT             PIC 9(09)  COMP VALUE ZERO.
001380*
001390 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001400     88  END-OF-TXNS                         VALUE 'Y'.
001410     88  NOT-END-OF-TXNS                     VALUE 'N'.
001420*
001430 77  WS-TXN-STATUS             PIC X(02)  VALUE SPACES.
001440     88  WS-TXN-FILE-OK                      VALUE '00'.
001450 77  WS-TXN-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001460     88  TXN-FILE-IS-OPEN                    VALUE 'Y'.
001470     88  TXN-FILE-NOT-OPEN                   VALUE 'N'.
001480 77  WS-REG-STATUS             PIC X(02)  VALUE SPACES.
001490     88  WS-REG-FILE-OK                      VALUE '00'.
001500     88  WS-REG-NOT-FOUND                    VALUE '35'.
001510     88  WS-REG-REC-MISSING                  VALUE '23'.
001520 77  WS-LOG-STATUS             PIC X(02)  VALUE SPACES.
001530     88  WS-LOG-FILE-OK                      VALUE '00'.
001540     88  WS-LOG-NOT-FOUND                    VALUE '35'.
001550*
001560 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001570 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
001580*
001590*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
001600*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
001610*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
001620*
001630 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001640*
001650 77  WS-VALID-SWITCH           PIC X(01)  VALUE 'Y'.
001660     88  TXN-IS-VALID                        VALUE 'Y'.
001670     88  TXN-NOT-VALID                       VALUE 'N'.
001680*
001690*    THE BOOTSTRAP SWITCH: A BRAND-NEW (EMPTY) REGISTRY HAS
001700*    NOBODY TO AUTHORIZE THE FIRST ENTRY, SO THE FIRST RUN
001710*    AGAINST AN EMPTY REGISTRY ACCEPTS ITS TRANSACTIONS AND
001720*    SAYS SO.
001730*
001740 77  WS-BOOTSTRAP-SWITCH       PIC X(01)  VALUE 'N'.
001750     88  REGISTRY-BOOTSTRAP                  VALUE 'Y'.
001760     88  REGISTRY-ESTABLISHED                VALUE 'N'.
001770*
001780*    OLD VALUES SAVED FOR THE CHANGE LOG
001790*
001800 77  WS-OLD-AUTHORITY          PIC 9(01)  VALUE ZERO.
001810 77  WS-OLD-ACTIVE             PIC X(01)  VALUE SPACE.
001820 77  WS-RECORD-EXISTS-SWITCH   PIC X(01)  VALUE 'N'.
001830     88  OPER-RECORD-EXISTS                  VALUE 'Y'.
001840     88  OPER-RECORD-NEW                     VALUE 'N'.
001850 77  WS-APPLY-SWITCH           PIC X(01)  VALUE 'N'.
001860     88  CHANGE-APPLIED                      VALUE 'Y'.
001870     88  CHANGE-NOT-APPLIED                  VALUE 'N'.
001880*
001890*    CALL FIELDS FOR THE CXB40139 PENDING-CHANGE SERVICE
001900*
001910 77  WS-PND-FUNCTION           PIC X(01)  VALUE SPACE.
001920 77  WS-PND-KEY                PIC X(28)  VALUE SPACES.
001930 77  WS-PND-PROPOSER           PIC X(08)  VALUE SPACES.
001940 77  WS-PND-CHECKER            PIC X(08)  VALUE SPACES.
001950 77  WS-PND-IMAGE              PIC X(120) VALUE SPACES.
001960 77  WS-PND-RESULT             PIC X(01)  VALUE SPACE.
001970     88  PND-DONE                            VALUE '0'.
001980     88  PND-NO-MORE                         VALUE '1'.
001990     88  PND-FAILED                          VALUE 'E'.
002000 77  WS-APPROVED-SWITCH        PIC X(01)  VALUE 'N'.
002010     88  END-OF-APPROVED                     VALUE 'Y'.
002020     88  NOT-END-OF-APPROVED                 VALUE 'N'.
002030*
002040*    THE TRANSACTION BEING WORKED - READ FROM OPERTXN, OR REBUILT
002050*    FROM AN APPROVED PROPOSAL'S IMAGE.
002060*
002070 01  WS-TXN-RECORD.
002080     05  TX-OPERATOR-ID        PIC X(08).
002090     05  TX-NAME               PIC X(20).
002100     05  TX-AUTHORITY          PIC 9(01).
002110     05  TX-ACTIVE-FLAG        PIC X(01).
002120     05  TX-USER-ID            PIC X(08).
002130*
002140 PROCEDURE DIVISION.
002150*
002160*===============================================================
002170*    0000-MAINLINE
002180*===============================================================
002190 0000-MAINLINE.
002200*
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220*
002230     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
002240         UNTIL END-OF-TXNS.
002250*
002260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002270*
002280     STOP RUN.
002290*
002300*===============================================================
002310*    1000-INITIALIZE
002320*===============================================================
002330 1000-INITIALIZE.
002340*
002350     CALL 'CXB40117' USING WS-RUN-DATE
002360                            WS-BDAT-RESULT.
002370     ACCEPT WS-RUN-TIME FROM TIME.
002380*
002390     OPEN I-O OPER-REG-FILE.
002400     IF NOT WS-REG-FILE-OK AND WS-REG-NOT-FOUND
002410         CLOSE OPER-REG-FILE
002420         OPEN OUTPUT OPER-REG-FILE
002430         CLOSE OPER-REG-FILE
002440         OPEN I-O OPER-REG-FILE
002450         SET REGISTRY-BOOTSTRAP TO TRUE
002460         DISPLAY 'CXB40123 OPERREG IS NEW - '
002470             'BOOTSTRAP TRANSACTIONS ACCEPTED'
002480     END-IF.
002490     IF NOT WS-REG-FILE-OK
002500         DISPLAY 'CXB40123 OPERREG OPEN FAILED, STATUS='
002510             WS-REG-STATUS
002520         SET END-OF-TXNS TO TRUE
002530         MOVE 8 TO RETURN-CODE
002540         GO TO 1000-EXIT
002550     END-IF.
002560*
002570*    A REGISTRY THAT EXISTS BUT IS EMPTY IS THE BOOTSTRAP
002580*    CASE TOO: WITH NO OPERATOR ON FILE, NOBODY COULD EVER
002590*    AUTHORIZE THE FIRST ENTRY AND THE VALIDATING PROGRAMS
002600*    (WHICH FAIL CLOSED) WOULD BE LOCKED OUT FOR GOOD.  THE
002610*    PROBE READS FOR A FIRST RECORD; FINDING NONE TURNS
002620*    BOOTSTRAP ON.
002630*
002640     IF REGISTRY-ESTABLISHED
002650         READ OPER-REG-FILE NEXT RECORD
002660             AT END
002670                 SET REGISTRY-BOOTSTRAP TO TRUE
002680                 DISPLAY 'CXB40123 OPERREG IS EMPTY - '
002690                     'BOOTSTRAP TRANSACTIONS ACCEPTED'
002700         END-READ
002710     END-IF.
002720*
002730     OPEN EXTEND OPER-LOG-FILE.
002740     IF NOT WS-LOG-FILE-OK AND WS-LOG-NOT-FOUND
002750         CLOSE OPER-LOG-FILE
002760         OPEN OUTPUT OPER-LOG-FILE
002770     END-IF.
002780*
002790*    CHANGES A SECOND OPERATOR HAS APPROVED SINCE THE LAST RUN
002800*    ARE APPLIED BEFORE OPERTXN IS OPENED, SO THEY ARE APPLIED
002810*    EVEN ON A RUN THAT HAS NO OPERTXN AT ALL: A MISSING OPERTXN
002820*    ONLY MEANS THERE ARE NO NEW TRANSACTIONS.
002830*
002840     PERFORM 1500-APPLY-APPROVED THRU 1500-EXIT
002850         UNTIL END-OF-APPROVED.
002860*
002870     OPEN INPUT OPER-TXN-FILE.
002880     IF NOT WS-TXN-FILE-OK
002890         DISPLAY 'CXB40123 OPERTXN NOT AVAILABLE, STATUS='
002900             WS-TXN-STATUS ' - NO NEW TRANSACTIONS'
002910         SET END-OF-TXNS TO TRUE
002920         GO TO 1000-EXIT
002930     END-IF.
002940     SET TXN-FILE-IS-OPEN TO TRUE.
002950*
002960     READ OPER-TXN-FILE INTO WS-TXN-RECORD
002970         AT END
002980             SET END-OF-TXNS TO TRUE
002990     END-READ.
003000*
003010 1000-EXIT.
003020     EXIT.
003030*
003040*===============================================================
003050*    1500-APPLY-APPROVED
003060*===============================================================
003070 1500-APPLY-APPROVED.
003080*
003090*    ONE APPROVED PROPOSAL PER PASS.  IT IS VALIDATED AGAIN
003100*    EXACTLY AS A NEW TRANSACTION WOULD BE - THE PROPOSER MAY
003110*    HAVE LOST AUTHORITY SINCE - AND APPLIED UNDER THE
003120*    PROPOSER'S ID, OR VOIDED IF IT NO LONGER PASSES.
003130*
003140     MOVE 'N' TO WS-PND-FUNCTION.
003150     CALL 'CXB40139' USING WS-PND-FUNCTION
003160                            PROGRAM-NAME
003170                            WS-PND-KEY
003180                            WS-PND-PROPOSER
003190                            WS-PND-CHECKER
003200                            WS-PND-IMAGE
003210                            WS-PND-RESULT.
003220     IF NOT PND-DONE
003230         SET END-OF-APPROVED TO TRUE
003240         GO TO 1500-EXIT
003250     END-IF.
003260*
003270     MOVE WS-PND-IMAGE TO WS-TXN-RECORD.
003280     SET CHANGE-NOT-APPLIED TO TRUE.
003290     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
003300     IF TXN-IS-VALID
003310         PERFORM 4000-APPLY-TXN THRU 4000-EXIT
003320     END-IF.
003330*
003340     IF CHANGE-APPLIED
003350         MOVE 'A' TO WS-PND-FUNCTION
003360         ADD 1 TO WS-APPROVED-COUNT
003370         DISPLAY 'CXB40123 ' TX-OPERATOR-ID
003380             ' APPLIED AS APPROVED BY ' WS-PND-CHECKER
003390     ELSE
003400         MOVE 'X' TO WS-PND-FUNCTION
003410         ADD 1 TO WS-VOID-COUNT
003420         MOVE 8 TO RETURN-CODE
003430         DISPLAY 'CXB40123 APPROVED CHANGE ' WS-PND-KEY
003440             ' NO LONGER VALID - VOIDED'
003450     END-IF.
003460     CALL 'CXB40139' USING WS-PND-FUNCTION
003470                            PROGRAM-NAME
003480                            WS-PND-KEY
003490                            WS-PND-PROPOSER
003500                            WS-PND-CHECKER
003510                            WS-PND-IMAGE
003520                            WS-PND-RESULT.
003530*
003540 1500-EXIT.
003550     EXIT.
003560*
003570*===============================================================
003580*    2000-PROCESS-TXN
003590*===============================================================
003600 2000-PROCESS-TXN.
003610*
003620     ADD 1 TO WS-TXN-COUNT.
003630*
003640     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
003650*
003660*    EVERY REGISTRY CHANGE IS LEVEL 2, SO EVERY VALID
003670*    TRANSACTION IS PROPOSED FOR A SECOND OPERATOR'S APPROVAL -
003680*    EXCEPT ON A BOOTSTRAP RUN, WHERE THERE IS NO SECOND
003690*    OPERATOR YET.
003700*
003710     IF TXN-IS-VALID
003720         IF REGISTRY-BOOTSTRAP
003730             PERFORM 4000-APPLY-TXN THRU 4000-EXIT
003740         ELSE
003750             PERFORM 4500-PROPOSE-CHANGE THRU 4500-EXIT
003760         END-IF
003770     ELSE
003780         ADD 1 TO WS-REJECT-COUNT
003790         MOVE 8 TO RETURN-CODE
003800     END-IF.
003810*
003820     READ OPER-TXN-FILE INTO WS-TXN-RECORD
003830         AT END
003840             SET END-OF-TXNS TO TRUE
003850     END-READ.
003860*
003870 2000-EXIT.
003880     EXIT.
003890*
003900*===============================================================
003910*    3000-VALIDATE-TXN
003920*===============================================================
003930 3000-VALIDATE-TXN.
003940*
003950     SET TXN-IS-VALID TO TRUE.
003960*
003970     IF TX-OPERATOR-ID = SPACES
003980         DISPLAY 'CXB40123 BLANK OPERATOR ID - REJECTED'
003990         SET TXN-NOT-VALID TO TRUE
004000         GO TO 3000-EXIT
004010     END-IF.
004020*
004030     IF TX-AUTHORITY < 1 OR TX-AUTHORITY > 2
004040         DISPLAY 'CXB40123 ' TX-OPERATOR-ID ' AUTHORITY '
004050             TX-AUTHORITY ' MUST BE 1 OR 2 - REJECTED'
004060         SET TXN-NOT-VALID TO TRUE
004070         GO TO 3000-EXIT
004080     END-IF.
004090*
004100     IF TX-ACTIVE-FLAG NOT = 'Y' AND TX-ACTIVE-FLAG NOT = 'N'
004110         DISPLAY 'CXB40123 ' TX-OPERATOR-ID ' ACTIVE FLAG "'
004120             TX-ACTIVE-FLAG '" MUST BE Y OR N - REJECTED'
004130         SET TXN-NOT-VALID TO TRUE
004140         GO TO 3000-EXIT
004150     END-IF.
004160*
004170*    REGISTRY MAINTENANCE IS A DESTRUCTIVE ACTION: THE
004180*    MAINTAINING OPERATOR MUST BE ON FILE, ACTIVE, AND AT
004190*    LEVEL 2 - EXCEPT ON A BOOTSTRAP RUN AGAINST AN EMPTY
004200*    REGISTRY.
004210*
004220     IF REGISTRY-BOOTSTRAP
004230         GO TO 3000-EXIT
004240     END-IF.
004250*
004260     MOVE TX-USER-ID TO OP-OPERATOR-ID.
004270     READ OPER-REG-FILE.
004280     IF NOT WS-REG-FILE-OK
004290         DISPLAY 'CXB40123 MAINTAINING OPERATOR ' TX-USER-ID
004300             ' NOT ON REGISTRY - REJECTED'
004310         SET TXN-NOT-VALID TO TRUE
004320         GO TO 3000-EXIT
004330     END-IF.
004340     IF NOT OP-ACTIVE OR OP-AUTHORITY < 2
004350         DISPLAY 'CXB40123 MAINTAINING OPERATOR ' TX-USER-ID
004360             ' NOT AUTHORIZED - REJECTED'
004370         SET TXN-NOT-VALID TO TRUE
004380     END-IF.
004390*
004400 3000-EXIT.
004410     EXIT.
004420*
004430*===============================================================
004440*    4000-APPLY-TXN
004450*===============================================================
004460 4000-APPLY-TXN.
004470*
004480     MOVE TX-OPERATOR-ID TO OP-OPERATOR-ID.
004490     READ OPER-REG-FILE.
004500     IF WS-REG-FILE-OK
004510         SET OPER-RECORD-EXISTS TO TRUE
004520         MOVE OP-AUTHORITY   TO WS-OLD-AUTHORITY
004530         MOVE OP-ACTIVE-FLAG TO WS-OLD-ACTIVE
004540     ELSE
004550         SET OPER-RECORD-NEW TO TRUE
004560         MOVE ZERO  TO WS-OLD-AUTHORITY
004570         MOVE SPACE TO WS-OLD-ACTIVE
004580     END-IF.
004590*
004600     MOVE TX-OPERATOR-ID TO OP-OPERATOR-ID.
004610     MOVE TX-NAME        TO OP-NAME.
004620     MOVE TX-AUTHORITY   TO OP-AUTHORITY.
004630     MOVE TX-ACTIVE-FLAG TO OP-ACTIVE-FLAG.
004640*
004650     IF OPER-RECORD-EXISTS
004660         REWRITE OPER-REG-RECORD
004670     ELSE
004680         WRITE OPER-REG-RECORD
004690     END-IF.
004700     IF NOT WS-REG-FILE-OK
004710         DISPLAY 'CXB40123 OPERREG UPDATE FAILED, STATUS='
004720             WS-REG-STATUS
004730         ADD 1 TO WS-REJECT-COUNT
004740         MOVE 8 TO RETURN-CODE
004750         GO TO 4000-EXIT
004760     END-IF.
004770*
004780     ADD 1 TO WS-APPLIED-COUNT.
004790     SET CHANGE-APPLIED TO TRUE.
004800     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
004810*
004820 4000-EXIT.
004830     EXIT.
004840*
004850*===============================================================
004860*    4500-PROPOSE-CHANGE
004870*===============================================================
004880 4500-PROPOSE-CHANGE.
004890*
004900*    A LEVEL-2 CHANGE IS RECORDED FOR A SECOND OPERATOR'S
004910*    DECISION INSTEAD OF BEING APPLIED.  A PROPOSAL THAT CANNOT
004920*    BE RECORDED IS REJECTED - NEVER APPLIED DIRECTLY.
004930*
004940     MOVE SPACES          TO WS-PND-IMAGE.
004950     MOVE WS-TXN-RECORD   TO WS-PND-IMAGE.
004960     MOVE TX-USER-ID      TO WS-PND-PROPOSER.
004970     MOVE SPACES          TO WS-PND-CHECKER.
004980     MOVE 'P' TO WS-PND-FUNCTION.
004990     CALL 'CXB40139' USING WS-PND-FUNCTION
005000                            PROGRAM-NAME
005010                            WS-PND-KEY
005020                            WS-PND-PROPOSER
005030                            WS-PND-CHECKER
005040                            WS-PND-IMAGE
005050                            WS-PND-RESULT.
005060     IF PND-DONE
005070         ADD 1 TO WS-PROPOSED-COUNT
005080         DISPLAY 'CXB40123 ' TX-OPERATOR-ID ' PROPOSED FOR '
005090             'APPROVAL, KEY=' WS-PND-KEY
005100     ELSE
005110         DISPLAY 'CXB40123 ' TX-OPERATOR-ID ' PROPOSAL NOT '
005120             'RECORDED - REJECTED'
005130         ADD 1 TO WS-REJECT-COUNT
005140         MOVE 8 TO RETURN-CODE
005150     END-IF.
005160*
005170 4500-EXIT.
005180     EXIT.
005190*
005200*===============================================================
005210*    5000-WRITE-CHANGE-LOG
005220*===============================================================
005230 5000-WRITE-CHANGE-LOG.
005240*
005250     MOVE WS-RUN-DATE     TO OL-CHANGE-DATE.
005260     ACCEPT OL-CHANGE-TIME FROM TIME.
005270     MOVE TX-USER-ID      TO OL-USER-ID.
005280     MOVE TX-OPERATOR-ID  TO OL-OPERATOR-ID.
005290     MOVE WS-OLD-AUTHORITY TO OL-OLD-AUTHORITY.
005300     MOVE WS-OLD-ACTIVE   TO OL-OLD-ACTIVE.
005310     MOVE TX-AUTHORITY    TO OL-NEW-AUTHORITY.
005320     MOVE TX-ACTIVE-FLAG  TO OL-NEW-ACTIVE.
005330     WRITE OPER-LOG-RECORD.
005340     IF NOT WS-LOG-FILE-OK
005350         DISPLAY 'CXB40123 OPERLOG WRITE FAILED, STATUS='
005360             WS-LOG-STATUS
005370     END-IF.
005380*
005390 5000-EXIT.
005400     EXIT.
005410*
005420*===============================================================
005430*    9000-TERMINATE
005440*===============================================================
005450 9000-TERMINATE.
005460*
005470     IF TXN-FILE-IS-OPEN
005480         CLOSE OPER-TXN-FILE
005490     END-IF.
005500     CLOSE OPER-REG-FILE.
005510     CLOSE OPER-LOG-FILE.
005520*
005530     MOVE 'C' TO WS-PND-FUNCTION.
005540     CALL 'CXB40139' USING WS-PND-FUNCTION
005550                            PROGRAM-NAME
005560                            WS-PND-KEY
005570                            WS-PND-PROPOSER
005580                            WS-PND-CHECKER
005590                            WS-PND-IMAGE
005600                            WS-PND-RESULT.
005610*
005620     DISPLAY 'CXB40123 TRANSACTIONS READ: ' WS-TXN-COUNT.
005630     DISPLAY 'CXB40123 CHANGES APPLIED:   ' WS-APPLIED-COUNT.
005640     DISPLAY 'CXB40123 CHANGES REJECTED:  ' WS-REJECT-COUNT.
005650     DISPLAY 'CXB40123 CHANGES PROPOSED:  ' WS-PROPOSED-COUNT.
005660     DISPLAY 'CXB40123 APPROVALS APPLIED: ' WS-APPROVED-COUNT.
005670     DISPLAY 'CXB40123 APPROVALS VOIDED:  ' WS-VOID-COUNT.
005680*
005690 9000-EXIT.
005700     EXIT.
