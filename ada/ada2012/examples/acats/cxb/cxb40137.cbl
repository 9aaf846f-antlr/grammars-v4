000100* CXB40137.CBL
000110*
000120*     PROGRAM:  CXB40137   ("Step_Table_Maintenance")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Maintenance program for the STEPTBL keyed nightly
000160*          step-dependency table, built the way CXB40133
000170*          maintains GLMAP.  Reads update transactions from
000180*          STEPTXN (one per record: action, step program,
000190*          schedule sequence, up to five predecessor programs,
000200*          RETURN-CODE ceiling, rerunnable flag, the operator
000210*          making the change), validates each, and only then
000220*          writes, rewrites, or deletes the STEPTBL entry,
000230*          stamped with the change date, time, and operator.
000240*          Every applied change is also appended to the STEPLOG
000250*          change log with the before and after definitions.
000260*          An invalid transaction is rejected and fails the job
000270*          with RETURN-CODE 8.
000280*
000290*          The validation keeps the table a schedule the
000300*          CXB40138 restart advisor can trust:
000310*
000320*            - the action must be A (add or change) or D
000330*              (delete), and the step program must be named;
000340*            - an add must carry a nonzero schedule sequence,
000350*              a numeric RETURN-CODE ceiling, and a rerunnable
000360*              flag of Y or N;
000370*            - every predecessor named must already be on the
000380*              table, must not be the step itself, and must be
000390*              scheduled ahead of it - so no chain of
000400*              predecessors can ever loop back on itself;
000410*            - a change that moves a step's schedule sequence
000420*              must still leave it ahead of every step that
000430*              names it as a predecessor;
000440*            - a step still named as another step's
000450*              predecessor cannot be deleted.
000460*
000470*          Predecessors must therefore be added first, and a
000480*          step removed from the schedule must first be taken
000490*          off the predecessor lists of the steps after it -
000500*          each change approved and applied on an earlier run
000510*          than the one that depends on it.
000520*
000530*          The operator id on every transaction is validated
000540*          against the OPERREG registry the way CXB40133
000550*          validates mapping changes: an unknown or inactive id
000560*          rejects the transaction, and because the table
000570*          decides whether a failed step may be run a second
000580*          time, a change takes authority level 2.  With the
000590*          registry unavailable every transaction is rejected,
000600*          so the check fails closed.
000610*
000620*          Because every schedule change is level 2, no change
000630*          is applied by the run that submits it.  It is
000640*          proposed on PENDCHG through the CXB40139 service, as
000650*          CXB40133 does for the ledger mapping, and a second
000660*          level-2 operator approves or rejects it through
000670*          CXB40140.  Each run starts by applying the approved
000680*          proposals it owns - revalidated first against the
000690*          table as it then stands, so one that no longer
000700*          passes is voided instead - before it reads STEPTXN;
000710*          an empty or missing STEPTXN applies the approved
000720*          proposals alone.
000730*
000740*     INPUTS:
000750*          STEPTXN    - sequential update transactions.
000760*          PENDCHG    - approved proposals (through CXB40139).
000770*          OPERREG    - keyed operator registry maintained by
000780*                       CXB40123.
000790*
000800*     OUTPUTS:
000810*          STEPTBL    - keyed step-dependency table (CXBSTEP
000820*                       layout) read by the CXB40138 advisor.
000830*          STEPLOG    - sequential change log, appended across
000840*                       runs.
000850*          PENDCHG    - schedule proposals (through CXB40139).
000860*
000870*     CHANGE HISTORY:
000880*       15 OCT 2026   DPO   Initial release.
000890*       15 OCT 2026   DPO   A schedule change no longer takes
000900*                           effect on the run that submits it: it
000910*                           is proposed on PENDCHG through
000920*                           CXB40139 and applied on the first run
000930*                           after a second level-2 operator
000940*                           approves it through CXB40140 (void if
000950*                           it no longer validates by then).
000960*       15 OCT 2026   DPO   STEPTXN is read into a working-
000970*                           storage copy of the transaction,
000980*                           where approved proposals are also
000990*                           rebuilt, so they can be applied
001000*                           before STEPTXN is opened; a missing
001010*                           STEPTXN now just means no new
001020*                           transactions.
001030*
001040 IDENTIFICATION DIVISION.
001050 PROGRAM-ID. CXB40137.
001060 AUTHOR. DATA-PROCESSING-OPERATIONS.
001070 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
001080 DATE-WRITTEN. 15 OCT 2026.
001090 DATE-COMPILED.
001100*
001110 ENVIRONMENT DIVISION.
001120 INPUT-OUTPUT SECTION.
001130 FILE-CONTROL.
001140     SELECT STEP-TXN-FILE ASSIGN TO "STEPTXN"
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-TXN-STATUS.
001170     SELECT STEP-TABLE-FILE ASSIGN TO "STEPTBL"
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS SD-STEP-KEY
001210         FILE STATUS IS WS-STEP-STATUS.
001220     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS RANDOM
001250         RECORD KEY IS OP-OPERATOR-ID
001260         FILE STATUS IS WS-OPER-STATUS.
001270     SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WS-LOG-STATUS.
001300*
001310 DATA DIVISION.
001320 FILE SECTION.
001330*
001340*    STEPTXN IS READ INTO WS-TXN-RECORD AND WORKED THERE, WHERE
001350*    AN APPROVED PROPOSAL'S IMAGE IS ALSO REBUILT BEFORE
001360*    STEPTXN IS OPENED.
001370*
001380 FD  STEP-TXN-FILE
001390     RECORDING MODE IS F.
001400 01  STEP-TXN-RECORD        PIC X(65).
001410*
001420 FD  STEP-TABLE-FILE
001430     RECORDING MODE IS F.
001440 01  STEP-TABLE-RECORD.
001450     COPY CXBSTEP
001460         REPLACING LEADING ==CXB-ST== BY ==SD==.
001470*
001480*    OPERREG IS THE OPERATOR REGISTRY MAINTAINED BY CXB40123;
001490*    EVERY TRANSACTION'S OPERATOR ID IS VALIDATED AGAINST IT
001500*    BEFORE THE CHANGE IS APPLIED.
001510*
001520 FD  OPER-REG-FILE
001530     RECORDING MODE IS F.
001540 01  OPER-REG-RECORD.
001550     COPY CXBOPER
001560         REPLACING LEADING ==CXB-OP== BY ==OP==.
001570*
001580 FD  STEP-LOG-FILE
001590     RECORDING MODE IS F.
001600 01  STEP-LOG-RECORD.
001610     05  SL-CHANGE-DATE        PIC 9(08).
001620     05  SL-CHANGE-TIME        PIC 9(08).
001630     05  SL-USER-ID            PIC X(08).
001640     05  SL-ACTION             PIC X(01).
001650     05  SL-STEP-PROGRAM       PIC X(08).
001660     05  SL-OLD-DEFINITION     PIC X(48).
001670     05  SL-NEW-DEFINITION     PIC X(48).
001680*
001690 WORKING-STORAGE SECTION.
001700*
001710*    STANDALONE COUNTERS AND SWITCHES
001720*
001730 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40137'.
001740*
001750 77  WS-TXN-COUNT              PIC 9(09)  COMP VALUE ZERO.
001760 77  WS-APPLIED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001770 77  WS-REJECT-COUNT           PIC 9(09)  COMP VALUE ZERO.
001780 77  WS-PROPOSED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001790 77  WS-APPROVED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001800 77  WS-VOID-COUNT             PIC 9(09)  COMP VALUE ZERO.
001810*
001820 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001830     88  END-OF-TXNS                         VALUE 'Y'.
001840     88  NOT-END-OF-TXNS                     VALUE 'N'.
001850 77  WS-SCAN-EOF-SWITCH        PIC X(01)  VALUE 'N'.
001860     88  END-OF-SCAN                         VALUE 'Y'.
001870     88  NOT-END-OF-SCAN                     VALUE 'N'.
001880*
001890 77  WS-TXN-STATUS             PIC X(02)  VALUE SPACES.
001900     88  WS-TXN-FILE-OK                      VALUE '00'.
001910 77  WS-TXN-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001920     88  TXN-FILE-IS-OPEN                    VALUE 'Y'.
001930     88  TXN-FILE-NOT-OPEN                   VALUE 'N'.
001940 77  WS-STEP-STATUS            PIC X(02)  VALUE SPACES.
001950     88  WS-STEP-FILE-OK                     VALUE '00'.
001960     88  WS-STEP-NOT-FOUND                   VALUE '35'.
001970     88  WS-STEP-REC-MISSING                 VALUE '23'.
001980 77  WS-LOG-STATUS             PIC X(02)  VALUE SPACES.
001990     88  WS-LOG-FILE-OK                      VALUE '00'.
002000     88  WS-LOG-NOT-FOUND                    VALUE '35'.
002010 77  WS-OPER-STATUS            PIC X(02)  VALUE SPACES.
002020     88  WS-OPER-FILE-OK                     VALUE '00'.
002030 77  WS-OPER-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
002040     88  OPER-REG-IS-OPEN                    VALUE 'Y'.
002050     88  OPER-REG-NOT-OPEN                   VALUE 'N'.
002060*
002070 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
002080 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
002090*
002100*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
002110*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
002120*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
002130*
002140 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
002150*
002160 77  WS-VALID-SWITCH           PIC X(01)  VALUE 'Y'.
002170     88  TXN-IS-VALID                        VALUE 'Y'.
002180     88  TXN-NOT-VALID                       VALUE 'N'.
002190*
002200*    SUBSCRIPTS FOR THE TRANSACTION'S OWN PREDECESSOR LIST AND
002210*    FOR THE LIST OF A STEPTBL ENTRY BEING EXAMINED.
002220*
002230 77  WS-PRED-MAX               PIC 9(03)  COMP VALUE 5.
002240 77  WS-PRED-IDX               PIC 9(03)  COMP VALUE ZERO.
002250 77  WS-SCAN-IDX               PIC 9(03)  COMP VALUE ZERO.
002260*
002270*    OLD DEFINITION SAVED FOR THE CHANGE LOG
002280*
002290 77  WS-OLD-DEFINITION         PIC X(48)  VALUE SPACES.
002300 77  WS-RECORD-EXISTS-SWITCH   PIC X(01)  VALUE 'N'.
002310     88  STEP-RECORD-EXISTS                  VALUE 'Y'.
002320     88  STEP-RECORD-NEW                     VALUE 'N'.
002330*
002340 77  WS-APPLY-SWITCH           PIC X(01)  VALUE 'N'.
002350     88  CHANGE-APPLIED                      VALUE 'Y'.
002360     88  CHANGE-NOT-APPLIED                  VALUE 'N'.
002370*
002380*    CALL FIELDS FOR THE CXB40139 PENDING-CHANGE SERVICE
002390*
002400 77  WS-PND-FUNCTION           PIC X(01)  VALUE SPACE.
002410 77  WS-PND-KEY                PIC X(28)  VALUE SPACES.
002420 77  WS-PND-PROPOSER           PIC X(08)  VALUE SPACES.
002430 77  WS-PND-CHECKER            PIC X(08)  VALUE SPACES.
002440 77  WS-PND-IMAGE              PIC X(120) VALUE SPACES.
002450 77  WS-PND-RESULT             PIC X(01)  VALUE SPACE.
002460     88  PND-DONE                            VALUE '0'.
002470     88  PND-NO-MORE                         VALUE '1'.
002480     88  PND-FAILED                          VALUE 'E'.
002490 77  WS-APPROVED-SWITCH        PIC X(01)  VALUE 'N'.
002500     88  END-OF-APPROVED                     VALUE 'Y'.
002510     88  NOT-END-OF-APPROVED                 VALUE 'N'.
002520*
002530*    THE TRANSACTION BEING WORKED - READ FROM STEPTXN, OR REBUILT
002540*    FROM AN APPROVED PROPOSAL'S IMAGE.
002550*
002560 01  WS-TXN-RECORD.
002570     05  TX-ACTION             PIC X(01).
002580         88  TX-ADD-OR-CHANGE                  VALUE 'A'.
002590         88  TX-DELETE                         VALUE 'D'.
002600     05  TX-STEP-PROGRAM       PIC X(08).
002610     05  TX-DEFINITION.
002620         10  TX-SCHED-SEQ      PIC 9(03).
002630         10  TX-PREDECESSOR    PIC X(08)  OCCURS 5 TIMES.
002640         10  TX-RC-CEILING     PIC 9(04).
002650         10  TX-RERUN-FLAG     PIC X(01).
002660             88  TX-RERUN-FLAG-VALID           VALUE 'Y' 'N'.
002670     05  TX-USER-ID            PIC X(08).
002680*
002690 PROCEDURE DIVISION.
002700*
002710*===============================================================
002720*    0000-MAINLINE
002730*===============================================================
002740 0000-MAINLINE.
002750*
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770*
002780     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
002790         UNTIL END-OF-TXNS.
002800*
002810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002820*
002830     STOP RUN.
002840*
002850*===============================================================
002860*    1000-INITIALIZE
002870*===============================================================
002880 1000-INITIALIZE.
002890*
002900     CALL 'CXB40117' USING WS-RUN-DATE
002910                            WS-BDAT-RESULT.
002920     ACCEPT WS-RUN-TIME FROM TIME.
002930*
002940     OPEN I-O STEP-TABLE-FILE.
002950     IF NOT WS-STEP-FILE-OK AND WS-STEP-NOT-FOUND
002960         CLOSE STEP-TABLE-FILE
002970         OPEN OUTPUT STEP-TABLE-FILE
002980         CLOSE STEP-TABLE-FILE
002990         OPEN I-O STEP-TABLE-FILE
003000     END-IF.
003010     IF NOT WS-STEP-FILE-OK
003020         DISPLAY 'CXB40137 STEPTBL OPEN FAILED, STATUS='
003030             WS-STEP-STATUS
003040         SET END-OF-TXNS TO TRUE
003050         MOVE 8 TO RETURN-CODE
003060         GO TO 1000-EXIT
003070     END-IF.
003080*
003090*    THE OPERATOR REGISTRY IS OPENED FIRST-CLASS: WITH THE
003100*    REGISTRY DOWN EVERY TRANSACTION IS REJECTED, SO THE
003110*    WHO-IS-ALLOWED CHECK FAILS CLOSED.
003120*
003130     OPEN INPUT OPER-REG-FILE.
003140     IF WS-OPER-FILE-OK
003150         SET OPER-REG-IS-OPEN TO TRUE
003160     ELSE
003170         DISPLAY 'CXB40137 OPERREG NOT AVAILABLE, STATUS='
003180             WS-OPER-STATUS
003190         DISPLAY 'CXB40137 ALL CHANGES WILL BE REJECTED'
003200     END-IF.
003210*
003220     OPEN EXTEND STEP-LOG-FILE.
003230     IF NOT WS-LOG-FILE-OK AND WS-LOG-NOT-FOUND
003240         CLOSE STEP-LOG-FILE
003250         OPEN OUTPUT STEP-LOG-FILE
003260     END-IF.
003270*
003280*    CHANGES A SECOND OPERATOR HAS APPROVED SINCE THE LAST RUN
003290*    ARE APPLIED BEFORE STEPTXN IS OPENED, SO THEY ARE APPLIED
003300*    EVEN ON A RUN THAT HAS NO STEPTXN AT ALL: A MISSING STEPTXN
003310*    ONLY MEANS THERE ARE NO NEW TRANSACTIONS.
003320*
003330     PERFORM 1500-APPLY-APPROVED THRU 1500-EXIT
003340         UNTIL END-OF-APPROVED.
003350*
003360     OPEN INPUT STEP-TXN-FILE.
003370     IF NOT WS-TXN-FILE-OK
003380         DISPLAY 'CXB40137 STEPTXN NOT AVAILABLE, STATUS='
003390             WS-TXN-STATUS ' - NO NEW TRANSACTIONS'
003400         SET END-OF-TXNS TO TRUE
003410         GO TO 1000-EXIT
003420     END-IF.
003430     SET TXN-FILE-IS-OPEN TO TRUE.
003440*
003450     READ STEP-TXN-FILE INTO WS-TXN-RECORD
003460         AT END
003470             SET END-OF-TXNS TO TRUE
003480     END-READ.
003490*
003500 1000-EXIT.
003510     EXIT.
003520*
003530*===============================================================
003540*    1500-APPLY-APPROVED
003550*===============================================================
003560 1500-APPLY-APPROVED.
003570*
003580*    ONE APPROVED PROPOSAL PER PASS.  IT IS VALIDATED AGAIN
003590*    EXACTLY AS A NEW TRANSACTION WOULD BE - THE PROPOSER MAY
003600*    HAVE LOST AUTHORITY SINCE - AND APPLIED UNDER THE
003610*    PROPOSER'S ID, OR VOIDED IF IT NO LONGER PASSES.
003620*
003630     MOVE 'N' TO WS-PND-FUNCTION.
003640     CALL 'CXB40139' USING WS-PND-FUNCTION
003650                            PROGRAM-NAME
003660                            WS-PND-KEY
003670                            WS-PND-PROPOSER
003680                            WS-PND-CHECKER
003690                            WS-PND-IMAGE
003700                            WS-PND-RESULT.
003710     IF NOT PND-DONE
003720         SET END-OF-APPROVED TO TRUE
003730         GO TO 1500-EXIT
003740     END-IF.
003750*
003760     MOVE WS-PND-IMAGE TO WS-TXN-RECORD.
003770     SET CHANGE-NOT-APPLIED TO TRUE.
003780     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
003790     IF TXN-IS-VALID
003800         PERFORM 4000-APPLY-TXN THRU 4000-EXIT
003810     END-IF.
003820*
003830     IF CHANGE-APPLIED
003840         MOVE 'A' TO WS-PND-FUNCTION
003850         ADD 1 TO WS-APPROVED-COUNT
003860         DISPLAY 'CXB40137 ' TX-STEP-PROGRAM
003870             ' APPLIED AS APPROVED BY ' WS-PND-CHECKER
003880     ELSE
003890         MOVE 'X' TO WS-PND-FUNCTION
003900         ADD 1 TO WS-VOID-COUNT
003910         MOVE 8 TO RETURN-CODE
003920         DISPLAY 'CXB40137 APPROVED CHANGE ' WS-PND-KEY
003930             ' NO LONGER VALID - VOIDED'
003940     END-IF.
003950     CALL 'CXB40139' USING WS-PND-FUNCTION
003960                            PROGRAM-NAME
003970                            WS-PND-KEY
003980                            WS-PND-PROPOSER
003990                            WS-PND-CHECKER
004000                            WS-PND-IMAGE
004010                            WS-PND-RESULT.
004020*
004030 1500-EXIT.
004040     EXIT.
004050*
004060*===============================================================
004070*    2000-PROCESS-TXN
004080*===============================================================
004090 2000-PROCESS-TXN.
004100*
004110     ADD 1 TO WS-TXN-COUNT.
004120*
004130     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
004140*
004150*    EVERY SCHEDULE CHANGE IS LEVEL 2, SO EVERY VALID
004160*    TRANSACTION IS PROPOSED FOR A SECOND OPERATOR'S APPROVAL.
004170*
004180     IF TXN-IS-VALID
004190         PERFORM 4500-PROPOSE-CHANGE THRU 4500-EXIT
004200     ELSE
004210         ADD 1 TO WS-REJECT-COUNT
004220         MOVE 8 TO RETURN-CODE
004230     END-IF.
004240*
004250     READ STEP-TXN-FILE INTO WS-TXN-RECORD
004260         AT END
004270             SET END-OF-TXNS TO TRUE
004280     END-READ.
004290*
004300 2000-EXIT.
004310     EXIT.
004320*
004330*===============================================================
004340*    3000-VALIDATE-TXN
004350*===============================================================
004360 3000-VALIDATE-TXN.
004370*
004380     SET TXN-IS-VALID TO TRUE.
004390*
004400     IF NOT TX-ADD-OR-CHANGE AND NOT TX-DELETE
004410         DISPLAY 'CXB40137 ' TX-STEP-PROGRAM
004420             ' ACTION "' TX-ACTION '" NOT A OR D - REJECTED'
004430         SET TXN-NOT-VALID TO TRUE
004440         GO TO 3000-EXIT
004450     END-IF.
004460     IF TX-STEP-PROGRAM = SPACES
004470         DISPLAY 'CXB40137 STEP PROGRAM NOT NAMED - REJECTED'
004480         SET TXN-NOT-VALID TO TRUE
004490         GO TO 3000-EXIT
004500     END-IF.
004510*
004520     PERFORM 3500-VALIDATE-OPERATOR THRU 3500-EXIT.
004530     IF TXN-NOT-VALID
004540         GO TO 3000-EXIT
004550     END-IF.
004560*
004570     IF TX-DELETE
004580         PERFORM 3200-CHECK-DEPENDENTS THRU 3200-EXIT
004590         GO TO 3000-EXIT
004600     END-IF.
004610*
004620     IF TX-SCHED-SEQ NOT NUMERIC OR TX-SCHED-SEQ = ZERO
004630         DISPLAY 'CXB40137 ' TX-STEP-PROGRAM
004640             ' SCHEDULE SEQUENCE MISSING - REJECTED'
004650         SET TXN-NOT-VALID TO TRUE
004660         GO TO 3000-EXIT
004670     END-IF.
004680     IF TX-RC-CEILING NOT NUMERIC
004690         DISPLAY 'CXB40137 ' TX-STEP-PROGRAM
004700             ' RETURN-CODE CEILING NOT NUMERIC - REJECTED'
004710         SET TXN-NOT-VALID TO TRUE
004720         GO TO 3000-EXIT
004730     END-IF.
004740     IF NOT TX-RERUN-FLAG-VALID
004750         DISPLAY 'CXB40137 ' TX-STEP-PROGRAM
004760             ' RERUN FLAG "' TX-RERUN-FLAG '" NOT Y OR N - '
004770             'REJECTED'
004780         SET TXN-NOT-VALID TO TRUE
004790         GO TO 3000-EXIT
004800     END-IF.
004810*
004820     PERFORM 3100-VALIDATE-PREDECESSOR THRU 3100-EXIT
004830         VARYING WS-PRED-IDX FROM 1 BY 1
004840         UNTIL WS-PRED-IDX > WS-PRED-MAX OR TXN-NOT-VALID.
004850     IF TXN-NOT-VALID
004860         GO TO 3000-EXIT
004870     END-IF.
004880*
004890     PERFORM 3200-CHECK-DEPENDENTS THRU 3200-EXIT.
004900*
004910 3000-EXIT.
004920     EXIT.
004930*
004940*===============================================================
004950*    3100-VALIDATE-PREDECESSOR
004960*===============================================================
004970 3100-VALIDATE-PREDECESSOR.
004980*
004990*    A PREDECESSOR MUST ALREADY BE ON THE TABLE AND SCHEDULED
005000*    AHEAD OF THE STEP.  BECAUSE EVERY LINK POINTS BACKWARD IN
005010*    THE SCHEDULE, NO CHAIN OF PREDECESSORS CAN LOOP.
005020*
005030     IF TX-PREDECESSOR(WS-PRED-IDX) = SPACES
005040         GO TO 3100-EXIT
005050     END-IF.
005060*
005070     IF TX-PREDECESSOR(WS-PRED-IDX) = TX-STEP-PROGRAM
005080         DISPLAY 'CXB40137 ' TX-STEP-PROGRAM
005090             ' NAMES ITSELF AS A PREDECESSOR - REJECTED'
005100         SET TXN-NOT-VALID TO TRUE
005110         GO TO 3100-EXIT
005120     END-IF.
005130*
005140     MOVE TX-PREDECESSOR(WS-PRED-IDX) TO SD-STEP-PROGRAM.
005150     READ STEP-TABLE-FILE.
005160     IF NOT WS-STEP-FILE-OK
005170         DISPLAY 'CXB40137 ' TX-STEP-PROGRAM ' PREDECESSOR '
005180             TX-PREDECESSOR(WS-PRED-IDX)
005190             ' NOT ON STEPTBL - REJECTED'
005200         SET TXN-NOT-VALID TO TRUE
005210         GO TO 3100-EXIT
005220     END-IF.
005230     IF SD-SCHED-SEQ NOT < TX-SCHED-SEQ
005240         DISPLAY 'CXB40137 ' TX-STEP-PROGRAM ' PREDECESSOR '
005250             TX-PREDECESSOR(WS-PRED-IDX)
005260             ' IS SCHEDULED AT ' SD-SCHED-SEQ ', NOT BEFORE '
005270             TX-SCHED-SEQ ' - REJECTED'
005280         SET TXN-NOT-VALID TO TRUE
005290     END-IF.
005300*
005310 3100-EXIT.
005320     EXIT.
005330*
005340*===============================================================
005350*    3200-CHECK-DEPENDENTS
005360*===============================================================
005370 3200-CHECK-DEPENDENTS.
005380*
005390*    EVERY OTHER ENTRY ON THE TABLE IS EXAMINED FOR THIS STEP
005400*    IN ITS PREDECESSOR LIST.  A DELETE IS REFUSED WHILE ANY
005410*    STEP STILL NAMES IT; A CHANGE IS REFUSED IF IT WOULD MOVE
005420*    THE STEP TO OR PAST A STEP THAT DEPENDS ON IT.
005430*
005440     SET NOT-END-OF-SCAN TO TRUE.
005450     MOVE LOW-VALUES TO SD-STEP-KEY.
005460     START STEP-TABLE-FILE KEY IS NOT LESS THAN SD-STEP-KEY.
005470     IF NOT WS-STEP-FILE-OK
005480         GO TO 3200-EXIT
005490     END-IF.
005500*
005510     PERFORM 3210-SCAN-ONE-STEP THRU 3210-EXIT
005520         UNTIL END-OF-SCAN OR TXN-NOT-VALID.
005530*
005540 3200-EXIT.
005550     EXIT.
005560*
005570*===============================================================
005580*    3210-SCAN-ONE-STEP
005590*===============================================================
005600 3210-SCAN-ONE-STEP.
005610*
005620     READ STEP-TABLE-FILE NEXT RECORD
005630         AT END
005640             SET END-OF-SCAN TO TRUE
005650             GO TO 3210-EXIT
005660     END-READ.
005670*
005680     IF SD-STEP-PROGRAM = TX-STEP-PROGRAM
005690         GO TO 3210-EXIT
005700     END-IF.
005710*
005720     PERFORM 3220-CHECK-ONE-LINK THRU 3220-EXIT
005730         VARYING WS-SCAN-IDX FROM 1 BY 1
005740         UNTIL WS-SCAN-IDX > WS-PRED-MAX OR TXN-NOT-VALID.
005750*
005760 3210-EXIT.
005770     EXIT.
005780*
005790*===============================================================
005800*    3220-CHECK-ONE-LINK
005810*===============================================================
005820 3220-CHECK-ONE-LINK.
005830*
005840     IF SD-PREDECESSOR(WS-SCAN-IDX) NOT = TX-STEP-PROGRAM
005850         GO TO 3220-EXIT
005860     END-IF.
005870*
005880     IF TX-DELETE
005890         DISPLAY 'CXB40137 ' TX-STEP-PROGRAM
005900             ' IS STILL A PREDECESSOR OF ' SD-STEP-PROGRAM
005910             ' - DELETE REJECTED'
005920         SET TXN-NOT-VALID TO TRUE
005930         GO TO 3220-EXIT
005940     END-IF.
005950*
005960     IF SD-SCHED-SEQ NOT > TX-SCHED-SEQ
005970         DISPLAY 'CXB40137 ' TX-STEP-PROGRAM ' AT '
005980             TX-SCHED-SEQ ' WOULD NOT RUN BEFORE DEPENDENT '
005990             SD-STEP-PROGRAM ' AT ' SD-SCHED-SEQ ' - REJECTED'
006000         SET TXN-NOT-VALID TO TRUE
006010     END-IF.
006020*
006030 3220-EXIT.
006040     EXIT.
006050*
006060*===============================================================
006070*    3500-VALIDATE-OPERATOR
006080*===============================================================
006090 3500-VALIDATE-OPERATOR.
006100*
006110*    THE TRANSACTION'S OPERATOR ID MUST BE ON THE OPERREG
006120*    REGISTRY AND ACTIVE, AT AUTHORITY LEVEL 2 - THE TABLE
006130*    DECIDES WHETHER A FAILED STEP MAY BE RUN A SECOND TIME.
006140*    A FAILURE HERE REJECTS THE TRANSACTION THE SAME WAY A
006150*    BAD VALUE DOES.
006160*
006170     IF OPER-REG-NOT-OPEN
006180         DISPLAY 'CXB40137 ' TX-STEP-PROGRAM
006190             ' REJECTED - OPERATOR REGISTRY UNAVAILABLE'
006200         SET TXN-NOT-VALID TO TRUE
006210         GO TO 3500-EXIT
006220     END-IF.
006230*
006240     MOVE TX-USER-ID TO OP-OPERATOR-ID.
006250     READ OPER-REG-FILE.
006260     IF NOT WS-OPER-FILE-OK
006270         DISPLAY 'CXB40137 OPERATOR ' TX-USER-ID
006280             ' NOT ON REGISTRY - REJECTED'
006290         SET TXN-NOT-VALID TO TRUE
006300         GO TO 3500-EXIT
006310     END-IF.
006320     IF NOT OP-ACTIVE
006330         DISPLAY 'CXB40137 OPERATOR ' TX-USER-ID
006340             ' INACTIVE - REJECTED'
006350         SET TXN-NOT-VALID TO TRUE
006360         GO TO 3500-EXIT
006370     END-IF.
006380     IF OP-AUTHORITY < 2
006390         DISPLAY 'CXB40137 OPERATOR ' TX-USER-ID
006400             ' NOT AUTHORIZED FOR SCHEDULE CHANGES - REJECTED'
006410         SET TXN-NOT-VALID TO TRUE
006420     END-IF.
006430*
006440 3500-EXIT.
006450     EXIT.
006460*
006470*===============================================================
006480*    4000-APPLY-TXN
006490*===============================================================
006500 4000-APPLY-TXN.
006510*
006520     MOVE TX-STEP-PROGRAM TO SD-STEP-PROGRAM.
006530     READ STEP-TABLE-FILE.
006540     IF WS-STEP-FILE-OK
006550         SET STEP-RECORD-EXISTS TO TRUE
006560         MOVE SD-DEFINITION TO WS-OLD-DEFINITION
006570     ELSE
006580         SET STEP-RECORD-NEW TO TRUE
006590         MOVE SPACES TO WS-OLD-DEFINITION
006600     END-IF.
006610*
006620     IF TX-DELETE
006630         PERFORM 4100-DELETE-ENTRY THRU 4100-EXIT
006640         GO TO 4000-EXIT
006650     END-IF.
006660*
006670     MOVE TX-STEP-PROGRAM   TO SD-STEP-PROGRAM.
006680     MOVE TX-DEFINITION     TO SD-DEFINITION.
006690     MOVE WS-RUN-DATE       TO SD-UPD-DATE.
006700     MOVE WS-RUN-TIME       TO SD-UPD-TIME.
006710     MOVE TX-USER-ID        TO SD-UPD-USER.
006720*
006730     IF STEP-RECORD-EXISTS
006740         REWRITE STEP-TABLE-RECORD
006750     ELSE
006760         WRITE STEP-TABLE-RECORD
006770     END-IF.
006780     IF NOT WS-STEP-FILE-OK
006790         DISPLAY 'CXB40137 STEPTBL UPDATE FAILED, STATUS='
006800             WS-STEP-STATUS
006810         ADD 1 TO WS-REJECT-COUNT
006820         MOVE 8 TO RETURN-CODE
006830         GO TO 4000-EXIT
006840     END-IF.
006850*
006860     ADD 1 TO WS-APPLIED-COUNT.
006870     SET CHANGE-APPLIED TO TRUE.
006880     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
006890*
006900 4000-EXIT.
006910     EXIT.
006920*
006930*===============================================================
006940*    4100-DELETE-ENTRY
006950*===============================================================
006960 4100-DELETE-ENTRY.
006970*
006980*    DELETING AN ENTRY THAT IS NOT ON FILE IS REJECTED, SO A
006990*    MISKEYED DELETE DOES NOT PASS SILENTLY.
007000*
007010     IF STEP-RECORD-NEW
007020         DISPLAY 'CXB40137 ' TX-STEP-PROGRAM
007030             ' NOT ON STEPTBL - DELETE REJECTED'
007040         ADD 1 TO WS-REJECT-COUNT
007050         MOVE 8 TO RETURN-CODE
007060         GO TO 4100-EXIT
007070     END-IF.
007080*
007090     DELETE STEP-TABLE-FILE RECORD.
007100     IF NOT WS-STEP-FILE-OK
007110         DISPLAY 'CXB40137 STEPTBL DELETE FAILED, STATUS='
007120             WS-STEP-STATUS
007130         ADD 1 TO WS-REJECT-COUNT
007140         MOVE 8 TO RETURN-CODE
007150         GO TO 4100-EXIT
007160     END-IF.
007170*
007180     ADD 1 TO WS-APPLIED-COUNT.
007190     SET CHANGE-APPLIED TO TRUE.
007200     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
007210*
007220 4100-EXIT.
007230     EXIT.
007240*
007250*===============================================================
007260*    4500-PROPOSE-CHANGE
007270*===============================================================
007280 4500-PROPOSE-CHANGE.
007290*
007300*    A LEVEL-2 CHANGE IS RECORDED FOR A SECOND OPERATOR'S
007310*    DECISION INSTEAD OF BEING APPLIED.  A PROPOSAL THAT CANNOT
007320*    BE RECORDED IS REJECTED - NEVER APPLIED DIRECTLY.
007330*
007340     MOVE SPACES          TO WS-PND-IMAGE.
007350     MOVE WS-TXN-RECORD   TO WS-PND-IMAGE.
007360     MOVE TX-USER-ID      TO WS-PND-PROPOSER.
007370     MOVE SPACES          TO WS-PND-CHECKER.
007380     MOVE 'P' TO WS-PND-FUNCTION.
007390     CALL 'CXB40139' USING WS-PND-FUNCTION
007400                            PROGRAM-NAME
007410                            WS-PND-KEY
007420                            WS-PND-PROPOSER
007430                            WS-PND-CHECKER
007440                            WS-PND-IMAGE
007450                            WS-PND-RESULT.
007460     IF PND-DONE
007470         ADD 1 TO WS-PROPOSED-COUNT
007480         DISPLAY 'CXB40137 ' TX-STEP-PROGRAM
007490             ' PROPOSED FOR APPROVAL, KEY=' WS-PND-KEY
007500     ELSE
007510         DISPLAY 'CXB40137 ' TX-STEP-PROGRAM
007520             ' PROPOSAL NOT RECORDED - REJECTED'
007530         ADD 1 TO WS-REJECT-COUNT
007540         MOVE 8 TO RETURN-CODE
007550     END-IF.
007560*
007570 4500-EXIT.
007580     EXIT.
007590*
007600*===============================================================
007610*    5000-WRITE-CHANGE-LOG
007620*===============================================================
007630 5000-WRITE-CHANGE-LOG.
007640*
007650*    A DELETE IS LOGGED WITH A BLANK NEW DEFINITION.
007660*
007670     MOVE WS-RUN-DATE        TO SL-CHANGE-DATE.
007680     ACCEPT SL-CHANGE-TIME FROM TIME.
007690     MOVE TX-USER-ID         TO SL-USER-ID.
007700     MOVE TX-ACTION          TO SL-ACTION.
007710     MOVE TX-STEP-PROGRAM    TO SL-STEP-PROGRAM.
007720     MOVE WS-OLD-DEFINITION  TO SL-OLD-DEFINITION.
007730     IF TX-DELETE
007740         MOVE SPACES         TO SL-NEW-DEFINITION
007750     ELSE
007760         MOVE TX-DEFINITION  TO SL-NEW-DEFINITION
007770     END-IF.
007780     WRITE STEP-LOG-RECORD.
007790     IF NOT WS-LOG-FILE-OK
007800         DISPLAY 'CXB40137 STEPLOG WRITE FAILED, STATUS='
007810             WS-LOG-STATUS
007820     END-IF.
007830*
007840 5000-EXIT.
007850     EXIT.
007860*
007870*===============================================================
007880*    9000-TERMINATE
007890*===============================================================
007900 9000-TERMINATE.
007910*
007920     IF TXN-FILE-IS-OPEN
007930         CLOSE STEP-TXN-FILE
007940     END-IF.
007950     CLOSE STEP-TABLE-FILE.
007960     CLOSE STEP-LOG-FILE.
007970     IF OPER-REG-IS-OPEN
007980         CLOSE OPER-REG-FILE
007990     END-IF.
008000*
008010     MOVE 'C' TO WS-PND-FUNCTION.
008020     CALL 'CXB40139' USING WS-PND-FUNCTION
008030                            PROGRAM-NAME
008040                            WS-PND-KEY
008050                            WS-PND-PROPOSER
008060                            WS-PND-CHECKER
008070                            WS-PND-IMAGE
008080                            WS-PND-RESULT.
008090*
008100     DISPLAY 'CXB40137 TRANSACTIONS READ: ' WS-TXN-COUNT.
008110     DISPLAY 'CXB40137 CHANGES APPLIED:   ' WS-APPLIED-COUNT.
008120     DISPLAY 'CXB40137 CHANGES REJECTED:  ' WS-REJECT-COUNT.
008130     DISPLAY 'CXB40137 CHANGES PROPOSED:  ' WS-PROPOSED-COUNT.
008140     DISPLAY 'CXB40137 APPROVALS APPLIED: ' WS-APPROVED-COUNT.
008150     DISPLAY 'CXB40137 APPROVALS VOIDED:  ' WS-VOID-COUNT.
008160*
008170 9000-EXIT.
008180     EXIT.
