000100* CXB40144.CBL
000110*
000120*     PROGRAM:  CXB40144   ("Branch_Master_Maintenance")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Maintenance program for the BRANMAST keyed branch
000160*          master, built the way CXB40137 maintains STEPTBL.
000170*          Reads update transactions from BRANTXN (one per
000180*          record: action, branch id, office name, feed slot,
000190*          open and close dates, expected send days, billing
000200*          flag, the operator making the change), validates
000210*          each, and only then writes, rewrites, or deletes
000220*          the BRANMAST entry, stamped with the change date,
000230*          time, and operator.  Every applied change is also
000240*          appended to the BRANLOG change log with the before
000250*          and after definitions.  An invalid transaction is
000260*          rejected and fails the job with RETURN-CODE 8.
000270*
000280*          The validation keeps the master one the merge,
000290*          the return distribution, and the chargeback can
000300*          trust:
000310*
000320*            - the action must be A (add or change) or D
000330*              (delete), and the branch id must be given;
000340*            - an add must name the office, carry a feed slot
000350*              from 01 to 10, a real open date, a close date
000360*              that is zero or a real date after the open
000370*              date, a Y or N for each of the seven send
000380*              days, and a billing flag of Y or N;
000390*            - no other branch whose open period overlaps
000400*              this one may hold the same feed slot, so a
000410*              branch file can only ever belong to one
000420*              office on a given night;
000430*            - a delete must name an entry on the master
000440*              whose close date has already been reached -
000450*              an office is retired by giving it a close
000460*              date, and removed only once it is closed.
000470*
000480*          The operator id on every transaction is validated
000490*          against the OPERREG registry the way CXB40137
000500*          validates schedule changes: an unknown or inactive
000510*          id rejects the transaction, and because the master
000520*          decides which files are merged and which offices
000530*          are billed, a change takes authority level 2.  With
000540*          the registry unavailable every transaction is
000550*          rejected, so the check fails closed.
000560*
000570*          Because every branch master change is level 2, no
000580*          change is applied by the run that submits it.  It is
000590*          proposed on PENDCHG through the CXB40139 service, as
000600*          CXB40137 does for the schedule, and a second level-2
000610*          operator approves or rejects it through CXB40140.
000620*          Each run starts by applying the approved proposals
000630*          it owns - revalidated first against the master as it
000640*          then stands, so one that no longer passes is voided
000650*          instead - before it reads BRANTXN; an empty or
000660*          missing BRANTXN applies the approved proposals alone.
000670*
000680*     INPUTS:
000690*          BRANTXN    - sequential update transactions.
000700*          PENDCHG    - approved proposals (through CXB40139).
000710*          OPERREG    - keyed operator registry maintained by
000720*                       CXB40123.
000730*
000740*     OUTPUTS:
000750*          BRANMAST   - keyed branch master (CXBBRAN layout)
000760*                       read by CXB40109, CXB40115, and
000770*                       CXB40125.
000780*          BRANLOG    - sequential change log, appended across
000790*                       runs.
000800*          PENDCHG    - branch master proposals (through
000810*                       CXB40139).
000820*
000830*     CHANGE HISTORY:
000840*       15 OCT 2026   DPO   Initial release.
000850*       15 OCT 2026   DPO   A branch master change no longer
000860*                           takes effect on the run that submits
000870*                           it: it is proposed on PENDCHG through
000880*                           CXB40139 and applied on the first run
000890*                           after a second level-2 operator
000900*                           approves it through CXB40140 (void if
000910*                           it no longer validates by then).
000920*       15 OCT 2026   DPO   BRANTXN is read into a working-
000930*                           storage copy of the transaction,
000940*                           where approved proposals are also
000950*                           rebuilt, so they can be applied
000960*                           before BRANTXN is opened; a missing
000970*                           BRANTXN now just means no new
000980*                           transactions.
000990*
001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. CXB40144.
001020 AUTHOR. DATA-PROCESSING-OPERATIONS.
001030 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
001040 DATE-WRITTEN. 15 OCT 2026.
001050 DATE-COMPILED.
001060*
001070 ENVIRONMENT DIVISION.
001080 INPUT-OUTPUT SECTION.
001090 FILE-CONTROL.
001100     SELECT BRANCH-TXN-FILE ASSIGN TO "BRANTXN"
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-TXN-STATUS.
001130     SELECT BRANCH-MASTER-FILE ASSIGN TO "BRANMAST"
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS BM-BRANCH-KEY
001170         FILE STATUS IS WS-MAST-STATUS.
001180     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS RANDOM
001210         RECORD KEY IS OP-OPERATOR-ID
001220         FILE STATUS IS WS-OPER-STATUS.
001230     SELECT BRANCH-LOG-FILE ASSIGN TO "BRANLOG"
001240         ORGANIZATION IS SEQUENTIAL
001250         FILE STATUS IS WS-LOG-STATUS.
001260*
001270 DATA DIVISION.
001280 FILE SECTION.
001290*
001300*    BRANTXN IS READ INTO WS-TXN-RECORD AND WORKED THERE, WHERE
001310*    AN APPROVED PROPOSAL'S IMAGE IS ALSO REBUILT BEFORE
001320*    BRANTXN IS OPENED.
001330*
001340 FD  BRANCH-TXN-FILE
001350     RECORDING MODE IS F.
001360 01  BRANCH-TXN-RECORD      PIC X(68).
001370*
001380 FD  BRANCH-MASTER-FILE
001390     RECORDING MODE IS F.
001400 01  BRANCH-MASTER-RECORD.
001410     COPY CXBBRAN
001420         REPLACING LEADING ==CXB-BM== BY ==BM==.
001430*
001440*    OPERREG IS THE OPERATOR REGISTRY MAINTAINED BY CXB40123;
001450*    EVERY TRANSACTION'S OPERATOR ID IS VALIDATED AGAINST IT
001460*    BEFORE THE CHANGE IS APPLIED.
001470*
001480 FD  OPER-REG-FILE
001490     RECORDING MODE IS F.
001500 01  OPER-REG-RECORD.
001510     COPY CXBOPER
001520         REPLACING LEADING ==CXB-OP== BY ==OP==.
001530*
001540 FD  BRANCH-LOG-FILE
001550     RECORDING MODE IS F.
001560 01  BRANCH-LOG-RECORD.
001570     05  LG-CHANGE-DATE        PIC 9(08).
001580     05  LG-CHANGE-TIME        PIC 9(08).
001590     05  LG-USER-ID            PIC X(08).
001600     05  LG-ACTION             PIC X(01).
001610     05  LG-BRANCH-ID          PIC X(03).
001620     05  LG-OLD-DEFINITION     PIC X(56).
001630     05  LG-NEW-DEFINITION     PIC X(56).
001640*
001650 WORKING-STORAGE SECTION.
001660*
001670*    STANDALONE COUNTERS AND SWITCHES
001680*
001690 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40144'.
001700*
001710 77  WS-TXN-COUNT              PIC 9(09)  COMP VALUE ZERO.
001720 77  WS-APPLIED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001730 77  WS-REJECT-COUNT           PIC 9(09)  COMP VALUE ZERO.
001740 77  WS-PROPOSED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001750 77  WS-APPROVED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001760 77  WS-VOID-COUNT             PIC 9(09)  COMP VALUE ZERO.
001770*
001780 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001790     88  END-OF-TXNS                         VALUE 'Y'.
001800     88  NOT-END-OF-TXNS                     VALUE 'N'.
001810 77  WS-MAST-EOF-SWITCH        PIC X(01)  VALUE 'N'.
001820     88  END-OF-MASTER                       VALUE 'Y'.
001830     88  NOT-END-OF-MASTER                   VALUE 'N'.
001840*
001850 77  WS-TXN-STATUS             PIC X(02)  VALUE SPACES.
001860     88  WS-TXN-FILE-OK                      VALUE '00'.
001870 77  WS-TXN-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001880     88  TXN-FILE-IS-OPEN                    VALUE 'Y'.
001890     88  TXN-FILE-NOT-OPEN                   VALUE 'N'.
001900 77  WS-MAST-STATUS            PIC X(02)  VALUE SPACES.
001910     88  WS-MAST-FILE-OK                     VALUE '00'.
001920     88  WS-MAST-NOT-FOUND                   VALUE '35'.
001930     88  WS-MAST-REC-MISSING                 VALUE '23'.
001940 77  WS-LOG-STATUS             PIC X(02)  VALUE SPACES.
001950     88  WS-LOG-FILE-OK                      VALUE '00'.
001960     88  WS-LOG-NOT-FOUND                    VALUE '35'.
001970 77  WS-OPER-STATUS            PIC X(02)  VALUE SPACES.
001980     88  WS-OPER-FILE-OK                     VALUE '00'.
001990 77  WS-OPER-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
002000     88  OPER-REG-IS-OPEN                    VALUE 'Y'.
002010     88  OPER-REG-NOT-OPEN                   VALUE 'N'.
002020*
002030 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
002040 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
002050*
002060*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
002070*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
002080*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
002090*
002100 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
002110*
002120 77  WS-VALID-SWITCH           PIC X(01)  VALUE 'Y'.
002130     88  TXN-IS-VALID                        VALUE 'Y'.
002140     88  TXN-NOT-VALID                       VALUE 'N'.
002150*
002160*    SEND-DAY FLAG TALLIES: ALL SEVEN MUST BE Y OR N.
002170*
002180 77  WS-YES-TALLY              PIC 9(03)  COMP VALUE ZERO.
002190 77  WS-NO-TALLY               PIC 9(03)  COMP VALUE ZERO.
002200*
002210*    THE SLOT-OVERLAP CHECK: THE OTHER BRANCH FOUND HOLDING
002220*    THE SLOT FOR AN OVERLAPPING PERIOD, IF ANY.
002230*
002240 77  WS-CLASH-BRANCH           PIC X(03)  VALUE SPACES.
002250 77  WS-THIS-CLOSE             PIC 9(08)  VALUE ZERO.
002260 77  WS-OTHER-CLOSE            PIC 9(08)  VALUE ZERO.
002270 77  WS-OPEN-ENDED             PIC 9(08)  VALUE 99999999.
002280*
002290*    OLD DEFINITION SAVED FOR THE CHANGE LOG
002300*
002310 77  WS-OLD-DEFINITION         PIC X(56)  VALUE SPACES.
002320 77  WS-RECORD-EXISTS-SWITCH   PIC X(01)  VALUE 'N'.
002330     88  BRANCH-RECORD-EXISTS                VALUE 'Y'.
002340     88  BRANCH-RECORD-NEW                   VALUE 'N'.
002350*
002360 77  WS-APPLY-SWITCH           PIC X(01)  VALUE 'N'.
002370     88  CHANGE-APPLIED                      VALUE 'Y'.
002380     88  CHANGE-NOT-APPLIED                  VALUE 'N'.
002390*
002400*    CALL FIELDS FOR THE CXB40139 PENDING-CHANGE SERVICE
002410*
002420 77  WS-PND-FUNCTION           PIC X(01)  VALUE SPACE.
002430 77  WS-PND-KEY                PIC X(28)  VALUE SPACES.
002440 77  WS-PND-PROPOSER           PIC X(08)  VALUE SPACES.
002450 77  WS-PND-CHECKER            PIC X(08)  VALUE SPACES.
002460 77  WS-PND-IMAGE              PIC X(120) VALUE SPACES.
002470 77  WS-PND-RESULT             PIC X(01)  VALUE SPACE.
002480     88  PND-DONE                            VALUE '0'.
002490     88  PND-NO-MORE                         VALUE '1'.
002500     88  PND-FAILED                          VALUE 'E'.
002510 77  WS-APPROVED-SWITCH        PIC X(01)  VALUE 'N'.
002520     88  END-OF-APPROVED                     VALUE 'Y'.
002530     88  NOT-END-OF-APPROVED                 VALUE 'N'.
002540*
002550*    THE TRANSACTION BEING WORKED - READ FROM BRANTXN, OR REBUILT
002560*    FROM AN APPROVED PROPOSAL'S IMAGE.
002570*
002580 01  WS-TXN-RECORD.
002590     05  TX-ACTION             PIC X(01).
002600         88  TX-ADD-OR-CHANGE                  VALUE 'A'.
002610         88  TX-DELETE                         VALUE 'D'.
002620     05  TX-BRANCH-ID          PIC X(03).
002630     05  TX-DEFINITION.
002640         10  TX-OFFICE-NAME    PIC X(30).
002650         10  TX-FEED-SLOT      PIC 9(02).
002660         10  TX-OPEN-DATE      PIC 9(08).
002670         10  TX-OPEN-PARTS REDEFINES TX-OPEN-DATE.
002680             15  TX-OPEN-CCYY  PIC 9(04).
002690             15  TX-OPEN-MM    PIC 9(02).
002700             15  TX-OPEN-DD    PIC 9(02).
002710         10  TX-CLOSE-DATE     PIC 9(08).
002720         10  TX-CLOSE-PARTS REDEFINES TX-CLOSE-DATE.
002730             15  TX-CLOSE-CCYY PIC 9(04).
002740             15  TX-CLOSE-MM   PIC 9(02).
002750             15  TX-CLOSE-DD   PIC 9(02).
002760         10  TX-SEND-DAYS      PIC X(07).
002770         10  TX-BILLING-FLAG   PIC X(01).
002780     05  TX-USER-ID            PIC X(08).
002790*
002800 PROCEDURE DIVISION.
002810*
002820*===============================================================
002830*    0000-MAINLINE
002840*===============================================================
002850 0000-MAINLINE.
002860*
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880*
002890     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
002900         UNTIL END-OF-TXNS.
002910*
002920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002930*
002940     STOP RUN.
002950*
002960*===============================================================
002970*    1000-INITIALIZE
002980*===============================================================
002990 1000-INITIALIZE.
003000*
003010     CALL 'CXB40117' USING WS-RUN-DATE
003020                            WS-BDAT-RESULT.
003030     ACCEPT WS-RUN-TIME FROM TIME.
003040*
003050     OPEN I-O BRANCH-MASTER-FILE.
003060     IF NOT WS-MAST-FILE-OK AND WS-MAST-NOT-FOUND
003070         CLOSE BRANCH-MASTER-FILE
003080         OPEN OUTPUT BRANCH-MASTER-FILE
003090         CLOSE BRANCH-MASTER-FILE
003100         OPEN I-O BRANCH-MASTER-FILE
003110     END-IF.
003120     IF NOT WS-MAST-FILE-OK
003130         DISPLAY 'CXB40144 BRANMAST OPEN FAILED, STATUS='
003140             WS-MAST-STATUS
003150         SET END-OF-TXNS TO TRUE
003160         MOVE 8 TO RETURN-CODE
003170         GO TO 1000-EXIT
003180     END-IF.
003190*
003200*    THE OPERATOR REGISTRY IS OPENED FIRST-CLASS: WITH THE
003210*    REGISTRY DOWN EVERY TRANSACTION IS REJECTED, SO THE
003220*    WHO-IS-ALLOWED CHECK FAILS CLOSED.
003230*
003240     OPEN INPUT OPER-REG-FILE.
003250     IF WS-OPER-FILE-OK
003260         SET OPER-REG-IS-OPEN TO TRUE
003270     ELSE
003280         DISPLAY 'CXB40144 OPERREG NOT AVAILABLE, STATUS='
003290             WS-OPER-STATUS
003300         DISPLAY 'CXB40144 ALL CHANGES WILL BE REJECTED'
003310     END-IF.
003320*
003330     OPEN EXTEND BRANCH-LOG-FILE.
003340     IF NOT WS-LOG-FILE-OK AND WS-LOG-NOT-FOUND
003350         CLOSE BRANCH-LOG-FILE
003360         OPEN OUTPUT BRANCH-LOG-FILE
003370     END-IF.
003380*
003390*    CHANGES A SECOND OPERATOR HAS APPROVED SINCE THE LAST RUN
003400*    ARE APPLIED BEFORE BRANTXN IS OPENED, SO THEY ARE APPLIED
003410*    EVEN ON A RUN THAT HAS NO BRANTXN AT ALL: A MISSING BRANTXN
003420*    ONLY MEANS THERE ARE NO NEW TRANSACTIONS.
003430*
003440     PERFORM 1500-APPLY-APPROVED THRU 1500-EXIT
003450         UNTIL END-OF-APPROVED.
003460*
003470     OPEN INPUT BRANCH-TXN-FILE.
003480     IF NOT WS-TXN-FILE-OK
003490         DISPLAY 'CXB40144 BRANTXN NOT AVAILABLE, STATUS='
003500             WS-TXN-STATUS ' - NO NEW TRANSACTIONS'
003510         SET END-OF-TXNS TO TRUE
003520         GO TO 1000-EXIT
003530     END-IF.
003540     SET TXN-FILE-IS-OPEN TO TRUE.
003550*
003560     READ BRANCH-TXN-FILE INTO WS-TXN-RECORD
003570         AT END
003580             SET END-OF-TXNS TO TRUE
003590     END-READ.
003600*
003610 1000-EXIT.
003620     EXIT.
003630*
003640*===============================================================
003650*    1500-APPLY-APPROVED
003660*===============================================================
003670 1500-APPLY-APPROVED.
003680*
003690*    ONE APPROVED PROPOSAL PER PASS.  IT IS VALIDATED AGAIN
003700*    EXACTLY AS A NEW TRANSACTION WOULD BE - THE PROPOSER MAY
003710*    HAVE LOST AUTHORITY SINCE - AND APPLIED UNDER THE
003720*    PROPOSER'S ID, OR VOIDED IF IT NO LONGER PASSES.
003730*
003740     MOVE 'N' TO WS-PND-FUNCTION.
003750     CALL 'CXB40139' USING WS-PND-FUNCTION
003760                            PROGRAM-NAME
003770                            WS-PND-KEY
003780                            WS-PND-PROPOSER
003790                            WS-PND-CHECKER
003800                            WS-PND-IMAGE
003810                            WS-PND-RESULT.
003820     IF NOT PND-DONE
003830         SET END-OF-APPROVED TO TRUE
003840         GO TO 1500-EXIT
003850     END-IF.
003860*
003870     MOVE WS-PND-IMAGE TO WS-TXN-RECORD.
003880     SET CHANGE-NOT-APPLIED TO TRUE.
003890     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
003900     IF TXN-IS-VALID
003910         PERFORM 4000-APPLY-TXN THRU 4000-EXIT
003920     END-IF.
003930*
003940     IF CHANGE-APPLIED
003950         MOVE 'A' TO WS-PND-FUNCTION
003960         ADD 1 TO WS-APPROVED-COUNT
003970         DISPLAY 'CXB40144 ' TX-BRANCH-ID
003980             ' APPLIED AS APPROVED BY ' WS-PND-CHECKER
003990     ELSE
004000         MOVE 'X' TO WS-PND-FUNCTION
004010         ADD 1 TO WS-VOID-COUNT
004020         MOVE 8 TO RETURN-CODE
004030         DISPLAY 'CXB40144 APPROVED CHANGE ' WS-PND-KEY
004040             ' NO LONGER VALID - VOIDED'
004050     END-IF.
004060     CALL 'CXB40139' USING WS-PND-FUNCTION
004070                            PROGRAM-NAME
004080                            WS-PND-KEY
004090                            WS-PND-PROPOSER
004100                            WS-PND-CHECKER
004110                            WS-PND-IMAGE
004120                            WS-PND-RESULT.
004130*
004140 1500-EXIT.
004150     EXIT.
004160*
004170*===============================================================
004180*    2000-PROCESS-TXN
004190*===============================================================
004200 2000-PROCESS-TXN.
004210*
004220     ADD 1 TO WS-TXN-COUNT.
004230*
004240     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
004250*
004260*    EVERY BRANCH MASTER CHANGE IS LEVEL 2, SO EVERY VALID
004270*    TRANSACTION IS PROPOSED FOR A SECOND OPERATOR'S APPROVAL.
004280*
004290     IF TXN-IS-VALID
004300         PERFORM 4500-PROPOSE-CHANGE THRU 4500-EXIT
004310     ELSE
004320         ADD 1 TO WS-REJECT-COUNT
004330         MOVE 8 TO RETURN-CODE
004340     END-IF.
004350*
004360     READ BRANCH-TXN-FILE INTO WS-TXN-RECORD
004370         AT END
004380             SET END-OF-TXNS TO TRUE
004390     END-READ.
004400*
004410 2000-EXIT.
004420     EXIT.
004430*
004440*===============================================================
004450*    3000-VALIDATE-TXN
004460*===============================================================
004470 3000-VALIDATE-TXN.
004480*
004490     SET TXN-IS-VALID TO TRUE.
004500*
004510     IF NOT TX-ADD-OR-CHANGE AND NOT TX-DELETE
004520         DISPLAY 'CXB40144 ' TX-BRANCH-ID
004530             ' ACTION "' TX-ACTION '" NOT A OR D - REJECTED'
004540         SET TXN-NOT-VALID TO TRUE
004550         GO TO 3000-EXIT
004560     END-IF.
004570     IF TX-BRANCH-ID = SPACES
004580         DISPLAY 'CXB40144 BRANCH ID NOT GIVEN - REJECTED'
004590         SET TXN-NOT-VALID TO TRUE
004600         GO TO 3000-EXIT
004610     END-IF.
004620*
004630     PERFORM 3500-VALIDATE-OPERATOR THRU 3500-EXIT.
004640     IF TXN-NOT-VALID OR TX-DELETE
004650         GO TO 3000-EXIT
004660     END-IF.
004670*
004680     IF TX-OFFICE-NAME = SPACES
004690         DISPLAY 'CXB40144 ' TX-BRANCH-ID
004700             ' OFFICE NAME NOT GIVEN - REJECTED'
004710         SET TXN-NOT-VALID TO TRUE
004720         GO TO 3000-EXIT
004730     END-IF.
004740     IF TX-FEED-SLOT NOT NUMERIC
004750         OR TX-FEED-SLOT < 1
004760         OR TX-FEED-SLOT > 10
004770         DISPLAY 'CXB40144 ' TX-BRANCH-ID
004780             ' FEED SLOT "' TX-FEED-SLOT
004790             '" NOT 01 TO 10 - REJECTED'
004800         SET TXN-NOT-VALID TO TRUE
004810         GO TO 3000-EXIT
004820     END-IF.
004830     IF TX-OPEN-DATE NOT NUMERIC
004840         OR TX-OPEN-DATE = ZERO
004850         OR TX-OPEN-MM < 1 OR TX-OPEN-MM > 12
004860         OR TX-OPEN-DD < 1 OR TX-OPEN-DD > 31
004870         DISPLAY 'CXB40144 ' TX-BRANCH-ID
004880             ' OPEN DATE "' TX-OPEN-DATE
004890             '" NOT A DATE CCYYMMDD - REJECTED'
004900         SET TXN-NOT-VALID TO TRUE
004910         GO TO 3000-EXIT
004920     END-IF.
004930     IF TX-CLOSE-DATE NOT NUMERIC
004940         DISPLAY 'CXB40144 ' TX-BRANCH-ID
004950             ' CLOSE DATE NOT NUMERIC - REJECTED'
004960         SET TXN-NOT-VALID TO TRUE
004970         GO TO 3000-EXIT
004980     END-IF.
004990     IF TX-CLOSE-DATE NOT = ZERO
005000         IF TX-CLOSE-MM < 1 OR TX-CLOSE-MM > 12
005010             OR TX-CLOSE-DD < 1 OR TX-CLOSE-DD > 31
005020             OR TX-CLOSE-DATE NOT > TX-OPEN-DATE
005030             DISPLAY 'CXB40144 ' TX-BRANCH-ID
005040                 ' CLOSE DATE "' TX-CLOSE-DATE
005050                 '" NOT A DATE AFTER OPENING - REJECTED'
005060             SET TXN-NOT-VALID TO TRUE
005070             GO TO 3000-EXIT
005080         END-IF
005090     END-IF.
005100*
005110     MOVE ZERO TO WS-YES-TALLY.
005120     MOVE ZERO TO WS-NO-TALLY.
005130     INSPECT TX-SEND-DAYS TALLYING WS-YES-TALLY FOR ALL 'Y'.
005140     INSPECT TX-SEND-DAYS TALLYING WS-NO-TALLY FOR ALL 'N'.
005150     IF WS-YES-TALLY + WS-NO-TALLY NOT = 7
005160         DISPLAY 'CXB40144 ' TX-BRANCH-ID
005170             ' SEND DAYS "' TX-SEND-DAYS
005180             '" NOT SEVEN Y/N FLAGS - REJECTED'
005190         SET TXN-NOT-VALID TO TRUE
005200         GO TO 3000-EXIT
005210     END-IF.
005220     IF TX-BILLING-FLAG NOT = 'Y' AND TX-BILLING-FLAG NOT = 'N'
005230         DISPLAY 'CXB40144 ' TX-BRANCH-ID
005240             ' BILLING FLAG "' TX-BILLING-FLAG
005250             '" NOT Y OR N - REJECTED'
005260         SET TXN-NOT-VALID TO TRUE
005270         GO TO 3000-EXIT
005280     END-IF.
005290*
005300     PERFORM 3700-CHECK-SLOT THRU 3700-EXIT.
005310*
005320 3000-EXIT.
005330     EXIT.
005340*
005350*===============================================================
005360*    3500-VALIDATE-OPERATOR
005370*===============================================================
005380 3500-VALIDATE-OPERATOR.
005390*
005400*    THE TRANSACTION'S OPERATOR ID MUST BE ON THE OPERREG
005410*    REGISTRY AND ACTIVE, AT AUTHORITY LEVEL 2.  A FAILURE
005420*    HERE REJECTS THE TRANSACTION THE SAME WAY A BAD VALUE
005430*    DOES.
005440*
005450     IF OPER-REG-NOT-OPEN
005460         DISPLAY 'CXB40144 ' TX-BRANCH-ID
005470             ' REJECTED - OPERATOR REGISTRY UNAVAILABLE'
005480         SET TXN-NOT-VALID TO TRUE
005490         GO TO 3500-EXIT
005500     END-IF.
005510*
005520     MOVE TX-USER-ID TO OP-OPERATOR-ID.
005530     READ OPER-REG-FILE.
005540     IF NOT WS-OPER-FILE-OK
005550         DISPLAY 'CXB40144 OPERATOR ' TX-USER-ID
005560             ' NOT ON REGISTRY - REJECTED'
005570         SET TXN-NOT-VALID TO TRUE
005580         GO TO 3500-EXIT
005590     END-IF.
005600     IF NOT OP-ACTIVE
005610         DISPLAY 'CXB40144 OPERATOR ' TX-USER-ID
005620             ' INACTIVE - REJECTED'
005630         SET TXN-NOT-VALID TO TRUE
005640         GO TO 3500-EXIT
005650     END-IF.
005660     IF OP-AUTHORITY < 2
005670         DISPLAY 'CXB40144 OPERATOR ' TX-USER-ID
005680             ' NOT AUTHORIZED FOR BRANCH CHANGES - REJECTED'
005690         SET TXN-NOT-VALID TO TRUE
005700     END-IF.
005710*
005720 3500-EXIT.
005730     EXIT.
005740*
005750*===============================================================
005760*    3700-CHECK-SLOT
005770*===============================================================
005780 3700-CHECK-SLOT.
005790*
005800*    BROWSES THE WHOLE MASTER FOR ANOTHER BRANCH ON THE SAME
005810*    FEED SLOT WHOSE OPEN PERIOD OVERLAPS THIS ONE.  A ZERO
005820*    CLOSE DATE IS TREATED AS OPEN FOR EVER.
005830*
005840     MOVE SPACES TO WS-CLASH-BRANCH.
005850     MOVE TX-CLOSE-DATE TO WS-THIS-CLOSE.
005860     IF WS-THIS-CLOSE = ZERO
005870         MOVE WS-OPEN-ENDED TO WS-THIS-CLOSE
005880     END-IF.
005890*
005900     MOVE LOW-VALUES TO BM-BRANCH-KEY.
005910     START BRANCH-MASTER-FILE
005920         KEY IS NOT LESS THAN BM-BRANCH-KEY.
005930     IF WS-MAST-FILE-OK
005940         SET NOT-END-OF-MASTER TO TRUE
005950     ELSE
005960         SET END-OF-MASTER TO TRUE
005970     END-IF.
005980     PERFORM 3710-CHECK-ONE-BRANCH THRU 3710-EXIT
005990         UNTIL END-OF-MASTER.
006000*
006010     IF WS-CLASH-BRANCH NOT = SPACES
006020         DISPLAY 'CXB40144 ' TX-BRANCH-ID
006030             ' FEED SLOT ' TX-FEED-SLOT
006040             ' ALREADY HELD BY BRANCH ' WS-CLASH-BRANCH
006050             ' FOR AN OVERLAPPING PERIOD - REJECTED'
006060         SET TXN-NOT-VALID TO TRUE
006070     END-IF.
006080*
006090 3700-EXIT.
006100     EXIT.
006110*
006120*===============================================================
006130*    3710-CHECK-ONE-BRANCH
006140*===============================================================
006150 3710-CHECK-ONE-BRANCH.
006160*
006170     READ BRANCH-MASTER-FILE NEXT RECORD
006180         AT END
006190             SET END-OF-MASTER TO TRUE
006200             GO TO 3710-EXIT
006210     END-READ.
006220*
006230     IF BM-BRANCH-ID = TX-BRANCH-ID
006240         OR BM-FEED-SLOT NOT = TX-FEED-SLOT
006250         GO TO 3710-EXIT
006260     END-IF.
006270*
006280     MOVE BM-CLOSE-DATE TO WS-OTHER-CLOSE.
006290     IF WS-OTHER-CLOSE = ZERO
006300         MOVE WS-OPEN-ENDED TO WS-OTHER-CLOSE
006310     END-IF.
006320     IF BM-OPEN-DATE < WS-THIS-CLOSE
006330         AND TX-OPEN-DATE < WS-OTHER-CLOSE
006340         MOVE BM-BRANCH-ID TO WS-CLASH-BRANCH
006350         SET END-OF-MASTER TO TRUE
006360     END-IF.
006370*
006380 3710-EXIT.
006390     EXIT.
006400*
006410*===============================================================
006420*    4000-APPLY-TXN
006430*===============================================================
006440 4000-APPLY-TXN.
006450*
006460     MOVE TX-BRANCH-ID TO BM-BRANCH-ID.
006470     READ BRANCH-MASTER-FILE.
006480     IF WS-MAST-FILE-OK
006490         SET BRANCH-RECORD-EXISTS TO TRUE
006500         MOVE BM-DEFINITION TO WS-OLD-DEFINITION
006510     ELSE
006520         SET BRANCH-RECORD-NEW TO TRUE
006530         MOVE SPACES TO WS-OLD-DEFINITION
006540     END-IF.
006550*
006560     IF TX-DELETE
006570         PERFORM 4100-DELETE-ENTRY THRU 4100-EXIT
006580         GO TO 4000-EXIT
006590     END-IF.
006600*
006610     MOVE TX-BRANCH-ID      TO BM-BRANCH-ID.
006620     MOVE TX-DEFINITION     TO BM-DEFINITION.
006630     MOVE WS-RUN-DATE       TO BM-UPD-DATE.
006640     MOVE WS-RUN-TIME       TO BM-UPD-TIME.
006650     MOVE TX-USER-ID        TO BM-UPD-USER.
006660*
006670     IF BRANCH-RECORD-EXISTS
006680         REWRITE BRANCH-MASTER-RECORD
006690     ELSE
006700         WRITE BRANCH-MASTER-RECORD
006710     END-IF.
006720     IF NOT WS-MAST-FILE-OK
006730         DISPLAY 'CXB40144 BRANMAST UPDATE FAILED, STATUS='
006740             WS-MAST-STATUS
006750         ADD 1 TO WS-REJECT-COUNT
006760         MOVE 8 TO RETURN-CODE
006770         GO TO 4000-EXIT
006780     END-IF.
006790*
006800     ADD 1 TO WS-APPLIED-COUNT.
006810     SET CHANGE-APPLIED TO TRUE.
006820     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
006830*
006840 4000-EXIT.
006850     EXIT.
006860*
006870*===============================================================
006880*    4100-DELETE-ENTRY
006890*===============================================================
006900 4100-DELETE-ENTRY.
006910*
006920*    DELETING AN ENTRY THAT IS NOT ON FILE IS REJECTED, SO A
006930*    MISKEYED DELETE DOES NOT PASS SILENTLY; SO IS DELETING A
006940*    BRANCH THAT HAS NOT YET REACHED ITS CLOSE DATE, WHOSE
006950*    FILES WOULD OTHERWISE START BEING REFUSED UNANNOUNCED.
006960*
006970     IF BRANCH-RECORD-NEW
006980         DISPLAY 'CXB40144 ' TX-BRANCH-ID
006990             ' NOT ON BRANMAST - DELETE REJECTED'
007000         ADD 1 TO WS-REJECT-COUNT
007010         MOVE 8 TO RETURN-CODE
007020         GO TO 4100-EXIT
007030     END-IF.
007040     IF BM-CLOSE-DATE = ZERO
007050         OR BM-CLOSE-DATE > WS-RUN-DATE
007060         DISPLAY 'CXB40144 ' TX-BRANCH-ID
007070             ' NOT YET CLOSED - DELETE REJECTED'
007080         ADD 1 TO WS-REJECT-COUNT
007090         MOVE 8 TO RETURN-CODE
007100         GO TO 4100-EXIT
007110     END-IF.
007120*
007130     DELETE BRANCH-MASTER-FILE RECORD.
007140     IF NOT WS-MAST-FILE-OK
007150         DISPLAY 'CXB40144 BRANMAST DELETE FAILED, STATUS='
007160             WS-MAST-STATUS
007170         ADD 1 TO WS-REJECT-COUNT
007180         MOVE 8 TO RETURN-CODE
007190         GO TO 4100-EXIT
007200     END-IF.
007210*
007220     ADD 1 TO WS-APPLIED-COUNT.
007230     SET CHANGE-APPLIED TO TRUE.
007240     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
007250*
007260 4100-EXIT.
007270     EXIT.
007280*
007290*===============================================================
007300*    4500-PROPOSE-CHANGE
007310*===============================================================
007320 4500-PROPOSE-CHANGE.
007330*
007340*    A LEVEL-2 CHANGE IS RECORDED FOR A SECOND OPERATOR'S
007350*    DECISION INSTEAD OF BEING APPLIED.  A PROPOSAL THAT CANNOT
007360*    BE RECORDED IS REJECTED - NEVER APPLIED DIRECTLY.
007370*
007380     MOVE SPACES          TO WS-PND-IMAGE.
007390     MOVE WS-TXN-RECORD   TO WS-PND-IMAGE.
007400     MOVE TX-USER-ID      TO WS-PND-PROPOSER.
007410     MOVE SPACES          TO WS-PND-CHECKER.
007420     MOVE 'P' TO WS-PND-FUNCTION.
007430     CALL 'CXB40139' USING WS-PND-FUNCTION
007440                            PROGRAM-NAME
007450                            WS-PND-KEY
007460                            WS-PND-PROPOSER
007470                            WS-PND-CHECKER
007480                            WS-PND-IMAGE
007490                            WS-PND-RESULT.
007500     IF PND-DONE
007510         ADD 1 TO WS-PROPOSED-COUNT
007520         DISPLAY 'CXB40144 ' TX-BRANCH-ID
007530             ' PROPOSED FOR APPROVAL, KEY=' WS-PND-KEY
007540     ELSE
007550         DISPLAY 'CXB40144 ' TX-BRANCH-ID
007560             ' PROPOSAL NOT RECORDED - REJECTED'
007570         ADD 1 TO WS-REJECT-COUNT
007580         MOVE 8 TO RETURN-CODE
007590     END-IF.
007600*
007610 4500-EXIT.
007620     EXIT.
007630*
007640*===============================================================
007650*    5000-WRITE-CHANGE-LOG
007660*===============================================================
007670 5000-WRITE-CHANGE-LOG.
007680*
007690*    A DELETE IS LOGGED WITH A BLANK NEW DEFINITION.
007700*
007710     MOVE WS-RUN-DATE        TO LG-CHANGE-DATE.
007720     ACCEPT LG-CHANGE-TIME FROM TIME.
007730     MOVE TX-USER-ID         TO LG-USER-ID.
007740     MOVE TX-ACTION          TO LG-ACTION.
007750     MOVE TX-BRANCH-ID       TO LG-BRANCH-ID.
007760     MOVE WS-OLD-DEFINITION  TO LG-OLD-DEFINITION.
007770     IF TX-DELETE
007780         MOVE SPACES         TO LG-NEW-DEFINITION
007790     ELSE
007800         MOVE TX-DEFINITION  TO LG-NEW-DEFINITION
007810     END-IF.
007820     WRITE BRANCH-LOG-RECORD.
007830     IF NOT WS-LOG-FILE-OK
007840         DISPLAY 'CXB40144 BRANLOG WRITE FAILED, STATUS='
007850             WS-LOG-STATUS
007860     END-IF.
007870*
007880 5000-EXIT.
007890     EXIT.
007900*
007910*===============================================================
007920*    9000-TERMINATE
007930*===============================================================
007940 9000-TERMINATE.
007950*
007960     IF TXN-FILE-IS-OPEN
007970         CLOSE BRANCH-TXN-FILE
007980     END-IF.
007990     CLOSE BRANCH-MASTER-FILE.
008000     CLOSE BRANCH-LOG-FILE.
008010     IF OPER-REG-IS-OPEN
008020         CLOSE OPER-REG-FILE
008030     END-IF.
008040*
008050     MOVE 'C' TO WS-PND-FUNCTION.
008060     CALL 'CXB40139' USING WS-PND-FUNCTION
008070                            PROGRAM-NAME
008080                            WS-PND-KEY
008090                            WS-PND-PROPOSER
008100                            WS-PND-CHECKER
008110                            WS-PND-IMAGE
008120                            WS-PND-RESULT.
008130*
008140     DISPLAY 'CXB40144 TRANSACTIONS READ: ' WS-TXN-COUNT.
008150     DISPLAY 'CXB40144 CHANGES APPLIED:   ' WS-APPLIED-COUNT.
008160     DISPLAY 'CXB40144 CHANGES REJECTED:  ' WS-REJECT-COUNT.
008170     DISPLAY 'CXB40144 CHANGES PROPOSED:  ' WS-PROPOSED-COUNT.
008180     DISPLAY 'CXB40144 APPROVALS APPLIED: ' WS-APPROVED-COUNT.
008190     DISPLAY 'CXB40144 APPROVALS VOIDED:  ' WS-VOID-COUNT.
008200*
008210 9000-EXIT.
008220     EXIT.
