000100* CXB40133.CBL
000110*
000120*     PROGRAM:  CXB40133   ("GL_Map_Maintenance")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Maintenance program for the GLMAP keyed general-
000160*          ledger account-mapping table, built the way CXB40122
000170*          maintains RATETBL.  Reads update transactions from
000180*          GLMTXN (one per record: action, source path,
000190*          branch or location, GL account, cost center, the
000200*          operator making the change), validates each - the
000210*          action must be A (add or change) or D (delete), the
000220*          source path must be one the CXB40124 extract posts
000230*          (DBL or PD), a per-diem entry must name its
000240*          location, and an add must carry both an account and
000250*          a cost center - and only then writes, rewrites, or
000260*          deletes the GLMAP entry, stamped with the change
000270*          date, time, and operator.  Every applied change is
000280*          also appended to the GLMAPLOG change log with the
000290*          old and new account and cost center.  An invalid
000300*          transaction is rejected and fails the job with
000310*          RETURN-CODE 8.
000320*
000330*          The operator id on every transaction is validated
000340*          against the OPERREG registry the way CXB40122
000350*          validates rate changes: an unknown or inactive id
000360*          rejects the transaction, and because the mapping
000370*          decides where money posts in the ledger a mapping
000380*          change takes authority level 2.  With the registry
000390*          unavailable every transaction is rejected, so the
000400*          check fails closed.
000410*
000420*          Because every mapping change is level 2, no change is
000430*          applied by the run that submits it.  It is proposed on
000440*          PENDCHG through the CXB40139 service, as CXB40122
000450*          does for rates, and a second level-2 operator approves
000460*          or rejects it through CXB40140.  Each run starts by
000470*          applying the approved proposals it owns - revalidated
000480*          first, so one that no longer passes is voided instead
000490*          - before it reads GLMTXN; an empty or missing GLMTXN
000500*          applies the approved proposals alone.
000510*
000520*     INPUTS:
000530*          GLMTXN     - sequential update transactions.
000540*          PENDCHG    - approved proposals (through CXB40139).
000550*          OPERREG    - keyed operator registry maintained by
000560*                       CXB40123.
000570*
000580*     OUTPUTS:
000590*          GLMAP      - keyed account-mapping table read by the
000600*                       CXB40124 ledger extract.
000610*          GLMAPLOG   - sequential change log, appended across
000620*                       runs.
000630*          PENDCHG    - mapping proposals (through CXB40139).
000640*
000650*     CHANGE HISTORY:
000660*       15 OCT 2026   DPO   Initial release.
000670*       15 OCT 2026   DPO   A mapping change no longer takes
000680*                           effect on the run that submits it: it
000690*                           is proposed on PENDCHG through
000700*                           CXB40139 and applied on the first run
000710*                           after a second level-2 operator
000720*                           approves it through CXB40140 (void if
000730*                           it no longer validates by then).
000740*       15 OCT 2026   DPO   GLMTXN is read into a working-
000750*                           storage copy of the transaction,
000760*                           where approved proposals are also
000770*                           rebuilt, so they can be applied
000780*                           before GLMTXN is opened; a missing
000790*                           GLMTXN now just means no new
000800*                           transactions.
000810*
000820 IDENTIFICATION DIVISION.
000830 PROGRAM-ID. CXB40133.
000840 AUTHOR. DATA-PROCESSING-OPERATIONS.
000850 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000860 DATE-WRITTEN. 15 OCT 2026.
000870 DATE-COMPILED.
000880*
000890 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     SELECT MAP-TXN-FILE ASSIGN TO "GLMTXN"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-TXN-STATUS.
000950     SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS RANDOM
000980         RECORD KEY IS GM-MAP-KEY
000990         FILE STATUS IS WS-MAP-STATUS.
001000     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS RANDOM
001030         RECORD KEY IS OP-OPERATOR-ID
001040         FILE STATUS IS WS-OPER-STATUS.
001050     SELECT MAP-LOG-FILE ASSIGN TO "GLMAPLOG"
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-LOG-STATUS.
001080*
001090 DATA DIVISION.
001100 FILE SECTION.
001110*
001120*    GLMTXN IS READ INTO WS-TXN-RECORD AND WORKED THERE, WHERE
001130*    AN APPROVED PROPOSAL'S IMAGE IS ALSO REBUILT BEFORE
001140*    GLMTXN IS OPENED.
001150*
001160 FD  MAP-TXN-FILE
001170     RECORDING MODE IS F.
001180 01  MAP-TXN-RECORD         PIC X(31).
001190*
001200 FD  GL-MAP-FILE
001210     RECORDING MODE IS F.
001220 01  GL-MAP-RECORD.
001230     COPY CXBGLMP
001240         REPLACING LEADING ==CXB-GM== BY ==GM==.
001250*
001260*    OPERREG IS THE OPERATOR REGISTRY MAINTAINED BY CXB40123;
001270*    EVERY TRANSACTION'S OPERATOR ID IS VALIDATED AGAINST IT
001280*    BEFORE THE CHANGE IS APPLIED.
001290*
001300 FD  OPER-REG-FILE
001310     RECORDING MODE IS F.
001320 01  OPER-REG-RECORD.
001330     COPY CXBOPER
001340         REPLACING LEADING ==CXB-OP== BY ==OP==.
001350*
001360 FD  MAP-LOG-FILE
001370     RECORDING MODE IS F.
001380 01  MAP-LOG-RECORD.
001390     05  ML-CHANGE-DATE        PIC 9(08).
001400     05  ML-CHANGE-TIME        PIC 9(08).
001410     05  ML-USER-ID            PIC X(08).
001420     05  ML-ACTION             PIC X(01).
001430     05  ML-SOURCE-PATH        PIC X(04).
001440     05  ML-LOCATION           PIC X(04).
001450     05  ML-OLD-GL-ACCOUNT     PIC X(08).
001460     05  ML-OLD-COST-CENTER    PIC X(06).
001470     05  ML-NEW-GL-ACCOUNT     PIC X(08).
001480     05  ML-NEW-COST-CENTER    PIC X(06).
001490*
001500 WORKING-STORAGE SECTION.
001510*
001520*    STANDALONE COUNTERS AND SWITCHES
001530*
001540 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40133'.
001550*
001560 77  WS-TXN-COUNT              PIC 9(09)  COMP VALUE ZERO.
001570 77  WS-APPLIED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001580 77  WS-REJECT-COUNT           PIC 9(09)  COMP VALUE ZERO.
001590 77  WS-PROPOSED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001600 77  WS-APPROVED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001610 77  WS-VOID-COUNT             PIC 9(09)  COMP VALUE ZERO.
001620*
001630 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001640     88  END-OF-TXNS                         VALUE 'Y'.
001650     88  NOT-END-OF-TXNS                     VALUE 'N'.
001660*
001670 77  WS-TXN-STATUS             PIC X(02)  VALUE SPACES.
001680     88  WS-TXN-FILE-OK                      VALUE '00'.
001690 77  WS-TXN-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001700     88  TXN-FILE-IS-OPEN                    VALUE 'Y'.
001710     88  TXN-FILE-NOT-OPEN                   VALUE 'N'.
001720 77  WS-MAP-STATUS             PIC X(02)  VALUE SPACES.
001730     88  WS-MAP-FILE-OK                      VALUE '00'.
001740     88  WS-MAP-NOT-FOUND                    VALUE '35'.
001750     88  WS-MAP-REC-MISSING                  VALUE '23'.
001760 77  WS-LOG-STATUS             PIC X(02)  VALUE SPACES.
001770     88  WS-LOG-FILE-OK                      VALUE '00'.
001780     88  WS-LOG-NOT-FOUND                    VALUE '35'.
001790 77  WS-OPER-STATUS            PIC X(02)  VALUE SPACES.
001800     88  WS-OPER-FILE-OK                     VALUE '00'.
001810 77  WS-OPER-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
001820     88  OPER-REG-IS-OPEN                    VALUE 'Y'.
001830     88  OPER-REG-NOT-OPEN                   VALUE 'N'.
001840*
001850 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001860 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
001870*
001880*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
001890*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
001900*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
001910*
001920 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001930*
001940 77  WS-VALID-SWITCH           PIC X(01)  VALUE 'Y'.
001950     88  TXN-IS-VALID                        VALUE 'Y'.
001960     88  TXN-NOT-VALID                       VALUE 'N'.
001970*
001980*    OLD VALUES SAVED FOR THE CHANGE LOG
001990*
002000 77  WS-OLD-GL-ACCOUNT         PIC X(08)  VALUE SPACES.
002010 77  WS-OLD-COST-CENTER        PIC X(06)  VALUE SPACES.
002020 77  WS-RECORD-EXISTS-SWITCH   PIC X(01)  VALUE 'N'.
002030     88  MAP-RECORD-EXISTS                   VALUE 'Y'.
002040     88  MAP-RECORD-NEW                      VALUE 'N'.
002050 77  WS-APPLY-SWITCH           PIC X(01)  VALUE 'N'.
002060     88  CHANGE-APPLIED                      VALUE 'Y'.
002070     88  CHANGE-NOT-APPLIED                  VALUE 'N'.
002080*
002090*    CALL FIELDS FOR THE CXB40139 PENDING-CHANGE SERVICE
002100*
002110 77  WS-PND-FUNCTION           PIC X(01)  VALUE SPACE.
002120 77  WS-PND-KEY                PIC X(28)  VALUE SPACES.
002130 77  WS-PND-PROPOSER           PIC X(08)  VALUE SPACES.
002140 77  WS-PND-CHECKER            PIC X(08)  VALUE SPACES.
002150 77  WS-PND-IMAGE              PIC X(120) VALUE SPACES.
002160 77  WS-PND-RESULT             PIC X(01)  VALUE SPACE.
002170     88  PND-DONE                            VALUE '0'.
002180     88  PND-NO-MORE                         VALUE '1'.
002190     88  PND-FAILED                          VALUE 'E'.
002200 77  WS-APPROVED-SWITCH        PIC X(01)  VALUE 'N'.
002210     88  END-OF-APPROVED                     VALUE 'Y'.
002220     88  NOT-END-OF-APPROVED                 VALUE 'N'.
002230*
002240*    THE TRANSACTION BEING WORKED - READ FROM GLMTXN, OR REBUILT
002250*    FROM AN APPROVED PROPOSAL'S IMAGE.
002260*
002270 01  WS-TXN-RECORD.
002280     05  TX-ACTION             PIC X(01).
002290         88  TX-ADD-OR-CHANGE                  VALUE 'A'.
002300         88  TX-DELETE                         VALUE 'D'.
002310     05  TX-SOURCE-PATH        PIC X(04).
002320     05  TX-LOCATION           PIC X(04).
002330     05  TX-GL-ACCOUNT         PIC X(08).
002340     05  TX-COST-CENTER        PIC X(06).
002350     05  TX-USER-ID            PIC X(08).
002360*
002370 PROCEDURE DIVISION.
002380*
002390*===============================================================
002400*    0000-MAINLINE
002410*===============================================================
002420 0000-MAINLINE.
002430*
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002450*
002460     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
002470         UNTIL END-OF-TXNS.
002480*
002490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002500*
002510     STOP RUN.
002520*
002530*===============================================================
002540*    1000-INITIALIZE
002550*===============================================================
002560 1000-INITIALIZE.
002570*
002580     CALL 'CXB40117' USING WS-RUN-DATE
002590                            WS-BDAT-RESULT.
002600     ACCEPT WS-RUN-TIME FROM TIME.
002610*
002620     OPEN I-O GL-MAP-FILE.
002630     IF NOT WS-MAP-FILE-OK AND WS-MAP-NOT-FOUND
002640         CLOSE GL-MAP-FILE
002650         OPEN OUTPUT GL-MAP-FILE
002660         CLOSE GL-MAP-FILE
002670         OPEN I-O GL-MAP-FILE
002680     END-IF.
002690     IF NOT WS-MAP-FILE-OK
002700         DISPLAY 'CXB40133 GLMAP OPEN FAILED, STATUS='
002710             WS-MAP-STATUS
002720         SET END-OF-TXNS TO TRUE
002730         MOVE 8 TO RETURN-CODE
002740         GO TO 1000-EXIT
002750     END-IF.
002760*
002770*    THE OPERATOR REGISTRY IS OPENED FIRST-CLASS: WITH THE
002780*    REGISTRY DOWN EVERY TRANSACTION IS REJECTED, SO THE
002790*    WHO-IS-ALLOWED CHECK FAILS CLOSED.
002800*
002810     OPEN INPUT OPER-REG-FILE.
002820     IF WS-OPER-FILE-OK
002830         SET OPER-REG-IS-OPEN TO TRUE
002840     ELSE
002850         DISPLAY 'CXB40133 OPERREG NOT AVAILABLE, STATUS='
002860             WS-OPER-STATUS
002870         DISPLAY 'CXB40133 ALL CHANGES WILL BE REJECTED'
002880     END-IF.
002890*
002900     OPEN EXTEND MAP-LOG-FILE.
002910     IF NOT WS-LOG-FILE-OK AND WS-LOG-NOT-FOUND
002920         CLOSE MAP-LOG-FILE
002930         OPEN OUTPUT MAP-LOG-FILE
002940     END-IF.
002950*
002960*    CHANGES A SECOND OPERATOR HAS APPROVED SINCE THE LAST RUN
002970*    ARE APPLIED BEFORE GLMTXN IS OPENED, SO THEY ARE APPLIED
002980*    EVEN ON A RUN THAT HAS NO GLMTXN AT ALL: A MISSING GLMTXN
002990*    ONLY MEANS THERE ARE NO NEW TRANSACTIONS.
003000*
003010     PERFORM 1500-APPLY-APPROVED THRU 1500-EXIT
003020         UNTIL END-OF-APPROVED.
003030*
003040     OPEN INPUT MAP-TXN-FILE.
003050     IF NOT WS-TXN-FILE-OK
003060         DISPLAY 'CXB40133 GLMTXN NOT AVAILABLE, STATUS='
003070             WS-TXN-STATUS ' - NO NEW TRANSACTIONS'
003080         SET END-OF-TXNS TO TRUE
003090         GO TO 1000-EXIT
003100     END-IF.
003110     SET TXN-FILE-IS-OPEN TO TRUE.
003120*
003130     READ MAP-TXN-FILE INTO WS-TXN-RECORD
003140         AT END
003150             SET END-OF-TXNS TO TRUE
003160     END-READ.
003170*
003180 1000-EXIT.
003190     EXIT.
003200*
003210*===============================================================
003220*    1500-APPLY-APPROVED
003230*===============================================================
003240 1500-APPLY-APPROVED.
003250*
003260*    ONE APPROVED PROPOSAL PER PASS.  IT IS VALIDATED AGAIN
003270*    EXACTLY AS A NEW TRANSACTION WOULD BE - THE PROPOSER MAY
003280*    HAVE LOST AUTHORITY SINCE - AND APPLIED UNDER THE
003290*    PROPOSER'S ID, OR VOIDED IF IT NO LONGER PASSES.
003300*
003310     MOVE 'N' TO WS-PND-FUNCTION.
003320     CALL 'CXB40139' USING WS-PND-FUNCTION
003330                            PROGRAM-NAME
003340                            WS-PND-KEY
003350                            WS-PND-PROPOSER
003360                            WS-PND-CHECKER
003370                            WS-PND-IMAGE
003380                            WS-PND-RESULT.
003390     IF NOT PND-DONE
003400         SET END-OF-APPROVED TO TRUE
003410         GO TO 1500-EXIT
003420     END-IF.
003430*
003440     MOVE WS-PND-IMAGE TO WS-TXN-RECORD.
003450     SET CHANGE-NOT-APPLIED TO TRUE.
003460     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
003470     IF TXN-IS-VALID
003480         PERFORM 4000-APPLY-TXN THRU 4000-EXIT
003490     END-IF.
003500*
003510     IF CHANGE-APPLIED
003520         MOVE 'A' TO WS-PND-FUNCTION
003530         ADD 1 TO WS-APPROVED-COUNT
003540         DISPLAY 'CXB40133 ' TX-SOURCE-PATH TX-LOCATION
003550             ' APPLIED AS APPROVED BY ' WS-PND-CHECKER
003560     ELSE
003570         MOVE 'X' TO WS-PND-FUNCTION
003580         ADD 1 TO WS-VOID-COUNT
003590         MOVE 8 TO RETURN-CODE
003600         DISPLAY 'CXB40133 APPROVED CHANGE ' WS-PND-KEY
003610             ' NO LONGER VALID - VOIDED'
003620     END-IF.
003630     CALL 'CXB40139' USING WS-PND-FUNCTION
003640                            PROGRAM-NAME
003650                            WS-PND-KEY
003660                            WS-PND-PROPOSER
003670                            WS-PND-CHECKER
003680                            WS-PND-IMAGE
003690                            WS-PND-RESULT.
003700*
003710 1500-EXIT.
003720     EXIT.
003730*
003740*===============================================================
003750*    2000-PROCESS-TXN
003760*===============================================================
003770 2000-PROCESS-TXN.
003780*
003790     ADD 1 TO WS-TXN-COUNT.
003800*
003810     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
003820*
003830*    EVERY MAPPING CHANGE IS LEVEL 2, SO EVERY VALID
003840*    TRANSACTION IS PROPOSED FOR A SECOND OPERATOR'S APPROVAL.
003850*
003860     IF TXN-IS-VALID
003870         PERFORM 4500-PROPOSE-CHANGE THRU 4500-EXIT
003880     ELSE
003890         ADD 1 TO WS-REJECT-COUNT
003900         MOVE 8 TO RETURN-CODE
003910     END-IF.
003920*
003930     READ MAP-TXN-FILE INTO WS-TXN-RECORD
003940         AT END
003950             SET END-OF-TXNS TO TRUE
003960     END-READ.
003970*
003980 2000-EXIT.
003990     EXIT.
004000*
004010*===============================================================
004020*    3000-VALIDATE-TXN
004030*===============================================================
004040 3000-VALIDATE-TXN.
004050*
004060     SET TXN-IS-VALID TO TRUE.
004070*
004080     IF NOT TX-ADD-OR-CHANGE AND NOT TX-DELETE
004090         DISPLAY 'CXB40133 ' TX-SOURCE-PATH TX-LOCATION
004100             ' ACTION "' TX-ACTION '" NOT A OR D - REJECTED'
004110         SET TXN-NOT-VALID TO TRUE
004120         GO TO 3000-EXIT
004130     END-IF.
004140*
004150*    ONLY THE TWO PATHS CXB40124 POSTS CAN BE MAPPED.  DBLOUT
004160*    CARRIES NO BRANCH, SO ITS ENTRY IS KEYED WITH A BLANK
004170*    ONE; A PER-DIEM ENTRY MUST NAME ITS LOCATION.
004180*
004190     IF TX-SOURCE-PATH NOT = 'DBL' AND TX-SOURCE-PATH NOT = 'PD'
004200         DISPLAY 'CXB40133 SOURCE PATH "' TX-SOURCE-PATH
004210             '" NOT DBL OR PD - REJECTED'
004220         SET TXN-NOT-VALID TO TRUE
004230         GO TO 3000-EXIT
004240     END-IF.
004250     IF TX-SOURCE-PATH = 'PD' AND TX-LOCATION = SPACES
004260         DISPLAY 'CXB40133 PD ENTRY WITH BLANK LOCATION - '
004270             'REJECTED'
004280         SET TXN-NOT-VALID TO TRUE
004290         GO TO 3000-EXIT
004300     END-IF.
004310     IF TX-SOURCE-PATH = 'DBL' AND TX-LOCATION NOT = SPACES
004320         DISPLAY 'CXB40133 DBL ENTRY MUST HAVE A BLANK BRANCH '
004330             '- REJECTED'
004340         SET TXN-NOT-VALID TO TRUE
004350         GO TO 3000-EXIT
004360     END-IF.
004370*
004380     IF TX-ADD-OR-CHANGE
004390         AND (TX-GL-ACCOUNT = SPACES OR TX-COST-CENTER = SPACES)
004400         DISPLAY 'CXB40133 ' TX-SOURCE-PATH TX-LOCATION
004410             ' ACCOUNT AND COST CENTER ARE BOTH REQUIRED - '
004420             'REJECTED'
004430         SET TXN-NOT-VALID TO TRUE
004440         GO TO 3000-EXIT
004450     END-IF.
004460*
004470     PERFORM 3500-VALIDATE-OPERATOR THRU 3500-EXIT.
004480*
004490 3000-EXIT.
004500     EXIT.
004510*
004520*===============================================================
004530*    3500-VALIDATE-OPERATOR
004540*===============================================================
004550 3500-VALIDATE-OPERATOR.
004560*
004570*    THE TRANSACTION'S OPERATOR ID MUST BE ON THE OPERREG
004580*    REGISTRY AND ACTIVE, AT AUTHORITY LEVEL 2 - THE MAPPING
004590*    DECIDES WHERE MONEY POSTS, SO A MAPPING CHANGE TAKES THE
004600*    SAME BAR AS A RATE CHANGE IN CXB40122.  A FAILURE HERE
004610*    REJECTS THE TRANSACTION THE SAME WAY A BAD VALUE DOES.
004620*
004630     IF OPER-REG-NOT-OPEN
004640         DISPLAY 'CXB40133 ' TX-SOURCE-PATH TX-LOCATION
004650             ' REJECTED - OPERATOR REGISTRY UNAVAILABLE'
004660         SET TXN-NOT-VALID TO TRUE
004670         GO TO 3500-EXIT
004680     END-IF.
004690*
004700     MOVE TX-USER-ID TO OP-OPERATOR-ID.
004710     READ OPER-REG-FILE.
004720     IF NOT WS-OPER-FILE-OK
004730         DISPLAY 'CXB40133 OPERATOR ' TX-USER-ID
004740             ' NOT ON REGISTRY - REJECTED'
004750         SET TXN-NOT-VALID TO TRUE
004760         GO TO 3500-EXIT
004770     END-IF.
004780     IF NOT OP-ACTIVE
004790         DISPLAY 'CXB40133 OPERATOR ' TX-USER-ID
004800             ' INACTIVE - REJECTED'
004810         SET TXN-NOT-VALID TO TRUE
004820         GO TO 3500-EXIT
004830     END-IF.
004840     IF OP-AUTHORITY < 2
004850         DISPLAY 'CXB40133 OPERATOR ' TX-USER-ID
004860             ' NOT AUTHORIZED FOR MAPPING CHANGES - REJECTED'
004870         SET TXN-NOT-VALID TO TRUE
004880     END-IF.
004890*
004900 3500-EXIT.
004910     EXIT.
004920*
004930*===============================================================
004940*    4000-APPLY-TXN
004950*===============================================================
004960 4000-APPLY-TXN.
004970*
004980     MOVE TX-SOURCE-PATH TO GM-SOURCE-PATH.
004990     MOVE TX-LOCATION    TO GM-LOCATION.
005000     READ GL-MAP-FILE.
005010     IF WS-MAP-FILE-OK
005020         SET MAP-RECORD-EXISTS TO TRUE
005030         MOVE GM-GL-ACCOUNT  TO WS-OLD-GL-ACCOUNT
005040         MOVE GM-COST-CENTER TO WS-OLD-COST-CENTER
005050     ELSE
005060         SET MAP-RECORD-NEW TO TRUE
005070         MOVE SPACES TO WS-OLD-GL-ACCOUNT
005080         MOVE SPACES TO WS-OLD-COST-CENTER
005090     END-IF.
005100*
005110     IF TX-DELETE
005120         PERFORM 4100-DELETE-ENTRY THRU 4100-EXIT
005130         GO TO 4000-EXIT
005140     END-IF.
005150*
005160     MOVE TX-SOURCE-PATH    TO GM-SOURCE-PATH.
005170     MOVE TX-LOCATION       TO GM-LOCATION.
005180     MOVE TX-GL-ACCOUNT     TO GM-GL-ACCOUNT.
005190     MOVE TX-COST-CENTER    TO GM-COST-CENTER.
005200     MOVE WS-RUN-DATE       TO GM-UPD-DATE.
005210     MOVE WS-RUN-TIME       TO GM-UPD-TIME.
005220     MOVE TX-USER-ID        TO GM-UPD-USER.
005230*
005240     IF MAP-RECORD-EXISTS
005250         REWRITE GL-MAP-RECORD
005260     ELSE
005270         WRITE GL-MAP-RECORD
005280     END-IF.
005290     IF NOT WS-MAP-FILE-OK
005300         DISPLAY 'CXB40133 GLMAP UPDATE FAILED, STATUS='
005310             WS-MAP-STATUS
005320         ADD 1 TO WS-REJECT-COUNT
005330         MOVE 8 TO RETURN-CODE
005340         GO TO 4000-EXIT
005350     END-IF.
005360*
005370     ADD 1 TO WS-APPLIED-COUNT.
005380     SET CHANGE-APPLIED TO TRUE.
005390     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
005400*
005410 4000-EXIT.
005420     EXIT.
005430*
005440*===============================================================
005450*    4100-DELETE-ENTRY
005460*===============================================================
005470 4100-DELETE-ENTRY.
005480*
005490*    DELETING AN ENTRY THAT IS NOT ON FILE IS REJECTED, SO A
005500*    MISKEYED DELETE DOES NOT PASS SILENTLY.
005510*
005520     IF MAP-RECORD-NEW
005530         DISPLAY 'CXB40133 ' TX-SOURCE-PATH TX-LOCATION
005540             ' NOT ON GLMAP - DELETE REJECTED'
005550         ADD 1 TO WS-REJECT-COUNT
005560         MOVE 8 TO RETURN-CODE
005570         GO TO 4100-EXIT
005580     END-IF.
005590*
005600     DELETE GL-MAP-FILE RECORD.
005610     IF NOT WS-MAP-FILE-OK
005620         DISPLAY 'CXB40133 GLMAP DELETE FAILED, STATUS='
005630             WS-MAP-STATUS
005640         ADD 1 TO WS-REJECT-COUNT
005650         MOVE 8 TO RETURN-CODE
005660         GO TO 4100-EXIT
005670     END-IF.
005680*
005690     ADD 1 TO WS-APPLIED-COUNT.
005700     SET CHANGE-APPLIED TO TRUE.
005710     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
005720*
005730 4100-EXIT.
005740     EXIT.
005750*
005760*===============================================================
005770*    4500-PROPOSE-CHANGE
005780*===============================================================
005790 4500-PROPOSE-CHANGE.
005800*
005810*    A LEVEL-2 CHANGE IS RECORDED FOR A SECOND OPERATOR'S
005820*    DECISION INSTEAD OF BEING APPLIED.  A PROPOSAL THAT CANNOT
005830*    BE RECORDED IS REJECTED - NEVER APPLIED DIRECTLY.
005840*
005850     MOVE SPACES          TO WS-PND-IMAGE.
005860     MOVE WS-TXN-RECORD   TO WS-PND-IMAGE.
005870     MOVE TX-USER-ID      TO WS-PND-PROPOSER.
005880     MOVE SPACES          TO WS-PND-CHECKER.
005890     MOVE 'P' TO WS-PND-FUNCTION.
005900     CALL 'CXB40139' USING WS-PND-FUNCTION
005910                            PROGRAM-NAME
005920                            WS-PND-KEY
005930                            WS-PND-PROPOSER
005940                            WS-PND-CHECKER
005950                            WS-PND-IMAGE
005960                            WS-PND-RESULT.
005970     IF PND-DONE
005980         ADD 1 TO WS-PROPOSED-COUNT
005990         DISPLAY 'CXB40133 ' TX-SOURCE-PATH TX-LOCATION
006000             ' PROPOSED FOR APPROVAL, KEY=' WS-PND-KEY
006010     ELSE
006020         DISPLAY 'CXB40133 ' TX-SOURCE-PATH TX-LOCATION
006030             ' PROPOSAL NOT RECORDED - REJECTED'
006040         ADD 1 TO WS-REJECT-COUNT
006050         MOVE 8 TO RETURN-CODE
006060     END-IF.
006070*
006080 4500-EXIT.
006090     EXIT.
006100*
006110*===============================================================
006120*    5000-WRITE-CHANGE-LOG
006130*===============================================================
006140 5000-WRITE-CHANGE-LOG.
006150*
006160*    A DELETE IS LOGGED WITH BLANK NEW VALUES.
006170*
006180     MOVE WS-RUN-DATE        TO ML-CHANGE-DATE.
006190     ACCEPT ML-CHANGE-TIME FROM TIME.
006200     MOVE TX-USER-ID         TO ML-USER-ID.
006210     MOVE TX-ACTION          TO ML-ACTION.
006220     MOVE TX-SOURCE-PATH     TO ML-SOURCE-PATH.
006230     MOVE TX-LOCATION        TO ML-LOCATION.
006240     MOVE WS-OLD-GL-ACCOUNT  TO ML-OLD-GL-ACCOUNT.
006250     MOVE WS-OLD-COST-CENTER TO ML-OLD-COST-CENTER.
006260     IF TX-DELETE
006270         MOVE SPACES         TO ML-NEW-GL-ACCOUNT
006280         MOVE SPACES         TO ML-NEW-COST-CENTER
006290     ELSE
006300         MOVE TX-GL-ACCOUNT  TO ML-NEW-GL-ACCOUNT
006310         MOVE TX-COST-CENTER TO ML-NEW-COST-CENTER
006320     END-IF.
006330     WRITE MAP-LOG-RECORD.
006340     IF NOT WS-LOG-FILE-OK
006350         DISPLAY 'CXB40133 GLMAPLOG WRITE FAILED, STATUS='
006360             WS-LOG-STATUS
006370     END-IF.
006380*
006390 5000-EXIT.
006400     EXIT.
006410*
006420*===============================================================
006430*    9000-TERMINATE
006440*===============================================================
006450 9000-TERMINATE.
006460*
006470     IF TXN-FILE-IS-OPEN
006480         CLOSE MAP-TXN-FILE
006490     END-IF.
006500     CLOSE GL-MAP-FILE.
006510     CLOSE MAP-LOG-FILE.
006520     IF OPER-REG-IS-OPEN
006530         CLOSE OPER-REG-FILE
006540     END-IF.
006550*
006560     MOVE 'C' TO WS-PND-FUNCTION.
006570     CALL 'CXB40139' USING WS-PND-FUNCTION
006580                            PROGRAM-NAME
006590                            WS-PND-KEY
006600                            WS-PND-PROPOSER
006610                            WS-PND-CHECKER
006620                            WS-PND-IMAGE
006630                            WS-PND-RESULT.
006640*
006650     DISPLAY 'CXB40133 TRANSACTIONS READ: ' WS-TXN-COUNT.
006660     DISPLAY 'CXB40133 CHANGES APPLIED:   ' WS-APPLIED-COUNT.
006670     DISPLAY 'CXB40133 CHANGES REJECTED:  ' WS-REJECT-COUNT.
006680     DISPLAY 'CXB40133 CHANGES PROPOSED:  ' WS-PROPOSED-COUNT.
006690     DISPLAY 'CXB40133 APPROVALS APPLIED: ' WS-APPROVED-COUNT.
006700     DISPLAY 'CXB40133 APPROVALS VOIDED:  ' WS-VOID-COUNT.
006710*
006720 9000-EXIT.
006730     EXIT.
