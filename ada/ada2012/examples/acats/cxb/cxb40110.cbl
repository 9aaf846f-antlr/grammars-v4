000260*          unknown parameter name or an out-of-range value is
000270*          rejected and fails the job with RETURN-CODE 8.
000280*
000290*          A change to a parameter that takes authority level 2
000300*          is not applied by the run that submits it.  It is
000310*          proposed on PENDCHG through the CXB40139 service
000320*          instead, and a second level-2 operator approves or
000330*          rejects it through CXB40140.  Each run starts by
000340*          applying the approved proposals it owns - revalidated
000350*          first, so one that no longer passes is voided instead -
000360*          before it reads PARMTXN; an empty or missing PARMTXN
000370*          applies the approved proposals alone.
000380*
000390*     INPUTS:
000400*          PARMTXN    - sequential update transactions.
000410*          PENDCHG    - approved proposals (through CXB40139).
000420*
000430*     OUTPUTS:
000440*          SITEPARM   - keyed site parameter file (CXBPARM
000450*                       layout).
000460*          PARMLOG    - sequential change log, appended across
000470*                       runs.
000480*          PENDCHG    - level-2 proposals (through CXB40139).
000490*
000500*     CHANGE HISTORY:
000510*       23 AUG 2026   DPO   Initial release.
000520*       23 AUG 2026   DPO   Added the EXCP-DETAIL flag
000530*                           parameter (read by the CXB40111
000540*                           exception register) to the
000550*                           validation table.
000560*       23 AUG 2026   DPO   Added the MAX-REJECT-PCT parameter
000570*                           (the CXB40093/CXB40100 reject-rate
000580*                           circuit-breaker threshold) to the
000590*                           validation table.
000600*       23 AUG 2026   DPO   Added the GEN-KEEP parameter (how
000610*                           many TRANSOUT/DBLOUT generations
000620*                           the CXB40113 service keeps) to the
000630*                           validation table.
000640*       23 AUG 2026   DPO   Added the HIGH-VOLUME flag
000650*                           parameter (drivers hold the
000660*                           SUSPENSE/AUDITLOG connectors open
000670*                           for the whole run) to the
000680*                           validation table.
000690*       23 AUG 2026   DPO   3000-VALIDATE-TXN now also rejects
000700*                           a flag parameter whose flag byte is
000710*                           not 'Y' or 'N', so a lowercase typo
000720*                           cannot sit on file looking set
000730*                           while every reader treats it as
000740*                           off.
000750*       02 SEP 2026   DPO   The run date now comes from
000760*                           the CXB40117 business-date
000770*                           service (the BUSDATE control
000780*                           file, rolled by CXB40118)
000790*                           instead of ACCEPT FROM DATE,
000800*                           so work that slips past
000810*                           midnight still posts under the
000820*                           right business date.
000830*       02 SEP 2026   DPO   Date fields are now PIC 9(08)
000840*                           CCYYMMDD, in step with the shared
000850*                           copybooks, so dates compare and
000860*                           order correctly across a century
000870*                           boundary.  Existing keyed and
000880*                           archive files are rebuilt into
000890*                           the new layout by the CXB40119
000900*                           conversion utility.
000910*       02 SEP 2026   DPO   Every transaction's operator id is
000920*                           now validated against the OPERREG
000930*                           registry (maintained by CXB40123):
000940*                           an unknown or inactive id is
000950*                           rejected, and the validation table
000960*                           now carries the authority level
000970*                           each parameter requires - the
000980*                           MAX-REJECT-PCT circuit-breaker
000990*                           threshold takes level 2, routine
001000*                           knobs level 1.
001010*       02 SEP 2026   DPO   Added the CHARGE-PER-REC parameter
001020*                           (the per-record charge, in cents,
001030*                           the CXB40125 chargeback statement
001040*                           bills each branch) to the
001050*                           validation table.
001060*       02 SEP 2026   DPO   Every write and rewrite of the
001070*                           keyed file is now also appended
001080*                           as an after-image to its
001090*                           sequential journal, so the
001100*                           CXB40129 rebuild utility can
001110*                           reconstruct the file from the
001120*                           last backup plus the journal
001130*                           after a broken index.
001140*       02 SEP 2026   DPO   Added the SUSP-AGE-DAYS parameter
001150*                           (the suspense-aging threshold the
001160*                           CXB40131 morning scorecard flags
001170*                           against) to the validation table.
001180*       15 OCT 2026   DPO   Added the DAY-CYCLES parameter (how
001190*                           many processing cycles the CXB40136
001200*                           service allows per business date)
001210*                           to the validation table, at
001220*                           authority level 2 since it decides
001230*                           when CXB40118 rolls the date.
001240*       15 OCT 2026   DPO   A change to a level-2 parameter no
001250*                           longer takes effect on the run that
001260*                           submits it: it is recorded on
001270*                           PENDCHG through the CXB40139
001280*                           pending-change service, and is
001290*                           applied on the first run after a
001300*                           second level-2 operator approves it
001310*                           through CXB40140 (void if it no
001320*                           longer validates by then).  Added the
001330*                           PEND-EXPIRE-DAYS parameter (how long
001340*                           a proposal may wait for a decision)
001350*                           to the validation table, at level 2.
001360*       15 OCT 2026   DPO   Added the RECERT-DORM-DAYS parameter
001370*                           (how many days without activity the
001380*                           CXB40141 recertification report calls
001390*                           an operator id dormant) to the
001400*                           validation table, at level 2 since it
001410*                           governs an access control.
001420*       15 OCT 2026   DPO   Added the WINDOW-START parameter (the
001430*                           clock time HHMM the nightly batch
001440*                           window opens) and the SLA-AVG-RUNS
001450*                           parameter (how many earlier runs the
001460*                           CXB40143 batch-window report averages)
001470*                           to the validation table.
001480*       15 OCT 2026   DPO   Added the MASK-KEY parameter (the key
001490*                           the CXB40145 test-region extract masks
001500*                           character data under) to the
001510*                           validation table, at level 2 since it
001520*                           guards customer data.
001530*       15 OCT 2026   DPO   PARMTXN is read into a working-
001540*                           storage copy of the transaction,
001550*                           where approved proposals are also
001560*                           rebuilt, so they can be applied
001570*                           before PARMTXN is opened; a missing
001580*                           PARMTXN now just means no new
001590*                           transactions.
001600*       15 OCT 2026   DPO   A WINDOW-START whose last two digits
001610*                           pass 59 is rejected as not a clock
001620*                           time, where the range check alone let
001630*                           it through.
001640*
001650 IDENTIFICATION DIVISION.
001660 PROGRAM-ID. CXB40110.
001670 AUTHOR. DATA-PROCESSING-OPERATIONS.
001680 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
001690 DATE-WRITTEN. 23 AUG 2026.
001700 DATE-COMPILED.
001710*
001720 ENVIRONMENT DIVISION.
001730 INPUT-OUTPUT SECTION.
001740 FILE-CONTROL.
001750     SELECT PARM-TXN-FILE ASSIGN TO "PARMTXN"
001760         ORGANIZATION IS SEQUENTIAL
001770         FILE STATUS IS WS-TXN-STATUS.
001780     SELECT SITE-PARM-FILE ASSIGN TO "SITEPARM"
001790         ORGANIZATION IS INDEXED
001800         ACCESS MODE IS RANDOM
001810         RECORD KEY IS SP-PARM-KEY
001820         FILE STATUS IS WS-PARM-STATUS.
001830     SELECT JOURNAL-FILE ASSIGN TO "PARMJRNL"
001840         ORGANIZATION IS SEQUENTIAL
001850         FILE STATUS IS WS-JRNL-STATUS.
001860     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
001870         ORGANIZATION IS INDEXED
001880         ACCESS MODE IS RANDOM
001890         RECORD KEY IS OP-OPERATOR-ID
001900         FILE STATUS IS WS-OPER-STATUS.
001910     SELECT PARM-LOG-FILE ASSIGN TO "PARMLOG"
001920         ORGANIZATION IS SEQUENTIAL
001930         FILE STATUS IS WS-LOG-STATUS.
001940*
001950 DATA DIVISION.
001960 FILE SECTION.
001970*
001980*    PARMTXN IS READ INTO WS-TXN-RECORD AND WORKED THERE, WHERE
001990*    AN APPROVED PROPOSAL'S IMAGE IS ALSO REBUILT BEFORE
002000*    PARMTXN IS OPENED.
002010*
002020 FD  PARM-TXN-FILE
002030     RECORDING MODE IS F.
002040 01  PARM-TXN-RECORD        PIC X(34).
002050*
002060 FD  SITE-PARM-FILE
002070     RECORDING MODE IS F.
002080 01  SITE-PARM-RECORD.
002090     COPY CXBPARM
002100         REPLACING LEADING ==CXB== BY ==SP==.
002110*
002120 FD  PARM-LOG-FILE
002130     RECORDING MODE IS F.
002140 01  PARM-LOG-RECORD.
002150     05  PG-CHANGE-DATE        PIC 9(08).
002160     05  PG-CHANGE-TIME        PIC 9(08).
002170     05  PG-USER-ID            PIC X(08).
002180     05  PG-PARM-NAME          PIC X(16).
002190     05  PG-OLD-VALUE          PIC 9(09).
002200     05  PG-OLD-FLAG           PIC X(01).
002210     05  PG-NEW-VALUE          PIC 9(09).
002220     05  PG-NEW-FLAG           PIC X(01).
002230*
002240*    OPERREG IS THE OPERATOR REGISTRY MAINTAINED BY CXB40123;
002250*    EVERY TRANSACTION'S OPERATOR ID IS VALIDATED AGAINST IT
002260*    BEFORE THE CHANGE IS APPLIED.
002270*
002280 FD  OPER-REG-FILE
002290     RECORDING MODE IS F.
002300 01  OPER-REG-RECORD.
002310     COPY CXBOPER
002320         REPLACING LEADING ==CXB-OP== BY ==OP==.
002330*
002340*    PARMJRNL IS THE AFTER-IMAGE JOURNAL FOR SITEPARM: ONE
002350*    COPY OF EVERY RECORD WRITTEN OR REWRITTEN, APPENDED IN
002360*    ORDER, SO CXB40129 CAN REBUILD THE PARAMETER FILE FROM
002370*    THE LAST BACKUP PLUS THIS FILE.
002380*
002390 FD  JOURNAL-FILE
002400     RECORDING MODE IS F.
002410 01  JOURNAL-RECORD            PIC X(50).
002420*
002430 WORKING-STORAGE SECTION.
002440*
002450*    STANDALONE COUNTERS AND SWITCHES
002460*
002470 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40110'.
002480*
002490 77  WS-TXN-COUNT              PIC 9(09)  COMP VALUE ZERO.
002500 77  WS-APPLIED-COUNT          PIC 9(09)  COMP VALUE ZERO.
002510 77  WS-REJECT-COUNT           PIC 9(09)  COMP VALUE ZERO.
002520 77  WS-PROPOSED-COUNT         PIC 9(09)  COMP VALUE ZERO.
002530 77  WS-APPROVED-COUNT         PIC 9(09)  COMP VALUE ZERO.
002540 77  WS-VOID-COUNT             PIC 9(09)  COMP VALUE ZERO.
002550*
002560 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
002570     88  END-OF-TXNS                         VALUE 'Y'.
002580     88  NOT-END-OF-TXNS                     VALUE 'N'.
002590*
002600 77  WS-TXN-STATUS             PIC X(02)  VALUE SPACES.
002610     88  WS-TXN-FILE-OK                      VALUE '00'.
002620 77  WS-TXN-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
002630     88  TXN-FILE-IS-OPEN                    VALUE 'Y'.
002640     88  TXN-FILE-NOT-OPEN                   VALUE 'N'.
002650 77  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
002660     88  WS-PARM-FILE-OK                     VALUE '00'.
002670     88  WS-PARM-NOT-FOUND                   VALUE '35'.
002680     88  WS-PARM-REC-MISSING                 VALUE '23'.
002690 77  WS-LOG-STATUS             PIC X(02)  VALUE SPACES.
002700     88  WS-LOG-FILE-OK                      VALUE '00'.
002710     88  WS-LOG-NOT-FOUND                    VALUE '35'.
002720 77  WS-JRNL-STATUS            PIC X(02)  VALUE SPACES.
002730     88  WS-JRNL-FILE-OK                     VALUE '00'.
002740     88  WS-JRNL-NOT-FOUND                   VALUE '35'.
002750 77  WS-OPER-STATUS            PIC X(02)  VALUE SPACES.
002760     88  WS-OPER-FILE-OK                     VALUE '00'.
002770 77  WS-OPER-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
002780     88  OPER-REG-IS-OPEN                    VALUE 'Y'.
002790     88  OPER-REG-NOT-OPEN                   VALUE 'N'.
002800*
002810 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
002820 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
002830*
002840*    VALIDATION TABLE OF THE PARAMETER NAMES THIS SUBSYSTEM
002850*    KNOWS, WITH THE ALLOWED NUMERIC RANGE AND WHETHER A FLAG
002860*    VALUE IS ACCEPTED.  A TRANSACTION NAMING ANYTHING ELSE IS
002870*    REJECTED, SO A TYPO CANNOT PLANT A PARAMETER NO PROGRAM
002880*    WILL EVER READ.  EACH ENTRY ALSO CARRIES THE OPERREG
002890*    AUTHORITY LEVEL A CHANGE TO IT REQUIRES; THE
002900*    CIRCUIT-BREAKER THRESHOLD (MAX-REJECT-PCT), THE
002910*    CYCLES-PER-DATE COUNT (DAY-CYCLES), THE PROPOSAL EXPIRY
002920*    (PEND-EXPIRE-DAYS), THE RECERTIFICATION DORMANCY LIMIT
002930*    (RECERT-DORM-DAYS), AND THE TEST-EXTRACT MASKING KEY
002940*    (MASK-KEY) ARE LEVEL 2, EVERYTHING ELSE LEVEL 1.
002950*    A LEVEL-2 CHANGE GOES TO PENDCHG FOR A SECOND OPERATOR'S
002960*    APPROVAL INSTEAD OF BEING APPLIED.
002970*
002980 77  WS-VALID-MAX              PIC 9(03)  COMP VALUE 15.
002990 01  WS-VALID-PARM-TABLE.
003000     05  FILLER                PIC X(16) VALUE 'CKPT-INTERVAL'.
003010     05  FILLER                PIC 9(09) VALUE 1.
003020     05  FILLER                PIC 9(09) VALUE 99999.
003030     05  FILLER                PIC X(01) VALUE 'N'.
003040     05  FILLER                PIC 9(01) VALUE 1.
003050     05  FILLER                PIC X(16) VALUE 'CTL-TABLE-MAX'.
003060     05  FILLER                PIC 9(09) VALUE 1.
003070     05  FILLER                PIC 9(09) VALUE 100.
003080     05  FILLER                PIC X(01) VALUE 'N'.
003090     05  FILLER                PIC 9(01) VALUE 1.
003100     05  FILLER                PIC X(16) VALUE 'TREND-DEV-PCT'.
003110     05  FILLER                PIC 9(09) VALUE 1.
003120     05  FILLER                PIC 9(09) VALUE 999.
003130     05  FILLER                PIC X(01) VALUE 'N'.
003140     05  FILLER                PIC 9(01) VALUE 1.
003150     05  FILLER                PIC X(16) VALUE 'EXCP-DETAIL'.
003160     05  FILLER                PIC 9(09) VALUE 0.
003170     05  FILLER                PIC 9(09) VALUE 0.
003180     05  FILLER                PIC X(01) VALUE 'Y'.
003190     05  FILLER                PIC 9(01) VALUE 1.
003200     05  FILLER                PIC X(16) VALUE 'MAX-REJECT-PCT'.
003210     05  FILLER                PIC 9(09) VALUE 1.
003220     05  FILLER                PIC 9(09) VALUE 100.
003230     05  FILLER                PIC X(01) VALUE 'N'.
003240     05  FILLER                PIC 9(01) VALUE 2.
003250     05  FILLER                PIC X(16) VALUE 'GEN-KEEP'.
003260     05  FILLER                PIC 9(09) VALUE 1.
003270     05  FILLER                PIC 9(09) VALUE 5.
003280     05  FILLER                PIC X(01) VALUE 'N'.
003290     05  FILLER                PIC 9(01) VALUE 1.
003300     05  FILLER                PIC X(16) VALUE 'HIGH-VOLUME'.
003310     05  FILLER                PIC 9(09) VALUE 0.
003320     05  FILLER                PIC 9(09) VALUE 0.
003330     05  FILLER                PIC X(01) VALUE 'Y'.
003340     05  FILLER                PIC 9(01) VALUE 1.
003350     05  FILLER                PIC X(16) VALUE 'CHARGE-PER-REC'.
003360     05  FILLER                PIC 9(09) VALUE 1.
003370     05  FILLER                PIC 9(09) VALUE 999999.
003380     05  FILLER                PIC X(01) VALUE 'N'.
003390     05  FILLER                PIC 9(01) VALUE 1.
003400     05  FILLER                PIC X(16) VALUE 'SUSP-AGE-DAYS'.
003410     05  FILLER                PIC 9(09) VALUE 1.
003420     05  FILLER                PIC 9(09) VALUE 999.
003430     05  FILLER                PIC X(01) VALUE 'N'.
003440     05  FILLER                PIC 9(01) VALUE 1.
003450     05  FILLER                PIC X(16) VALUE 'DAY-CYCLES'.
003460     05  FILLER                PIC 9(09) VALUE 1.
003470     05  FILLER                PIC 9(09) VALUE 9.
003480     05  FILLER                PIC X(01) VALUE 'N'.
003490     05  FILLER                PIC 9(01) VALUE 2.
003500     05  FILLER                PIC X(16) VALUE 'PEND-EXPIRE-DAYS'.
003510     05  FILLER                PIC 9(09) VALUE 1.
003520     05  FILLER                PIC 9(09) VALUE 999.
003530     05  FILLER                PIC X(01) VALUE 'N'.
003540     05  FILLER                PIC 9(01) VALUE 2.
003550     05  FILLER                PIC X(16) VALUE 'RECERT-DORM-DAYS'.
003560     05  FILLER                PIC 9(09) VALUE 1.
003570     05  FILLER                PIC 9(09) VALUE 999.
003580     05  FILLER                PIC X(01) VALUE 'N'.
003590     05  FILLER                PIC 9(01) VALUE 2.
003600     05  FILLER                PIC X(16) VALUE 'WINDOW-START'.
003610     05  FILLER                PIC 9(09) VALUE 0.
003620     05  FILLER                PIC 9(09) VALUE 2359.
003630     05  FILLER                PIC X(01) VALUE 'N'.
003640     05  FILLER                PIC 9(01) VALUE 1.
003650     05  FILLER                PIC X(16) VALUE 'SLA-AVG-RUNS'.
003660     05  FILLER                PIC 9(09) VALUE 1.
003670     05  FILLER                PIC 9(09) VALUE 10.
003680     05  FILLER                PIC X(01) VALUE 'N'.
003690     05  FILLER                PIC 9(01) VALUE 1.
003700     05  FILLER                PIC X(16) VALUE 'MASK-KEY'.
003710     05  FILLER                PIC 9(09) VALUE 1.
003720     05  FILLER                PIC 9(09) VALUE 999999999.
003730     05  FILLER                PIC X(01) VALUE 'N'.
003740     05  FILLER                PIC 9(01) VALUE 2.
003750 01  WS-VALID-PARMS REDEFINES WS-VALID-PARM-TABLE.
003760     05  WS-VALID-ENTRY OCCURS 15 TIMES.
003770         10  WS-VAL-NAME           PIC X(16).
003780         10  WS-VAL-MIN            PIC 9(09).
003790         10  WS-VAL-MAX            PIC 9(09).
003800         10  WS-VAL-FLAG-ALLOWED   PIC X(01).
003810         10  WS-VAL-AUTHORITY      PIC 9(01).
003820*
003830 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
003840 77  WS-FOUND-INDEX            PIC 9(03)  COMP VALUE ZERO.
003850 77  WS-FOUND-SWITCH           PIC X(01)  VALUE 'N'.
003860     88  PARM-KNOWN                          VALUE 'Y'.
003870     88  PARM-NOT-KNOWN                      VALUE 'N'.
003880*
003890*    OLD VALUES SAVED FOR THE CHANGE LOG
003900*
003910 77  WS-OLD-VALUE              PIC 9(09)  VALUE ZERO.
003920 77  WS-OLD-FLAG               PIC X(01)  VALUE SPACE.
003930 77  WS-RECORD-EXISTS-SWITCH   PIC X(01)  VALUE 'N'.
003940     88  PARM-RECORD-EXISTS                  VALUE 'Y'.
003950     88  PARM-RECORD-NEW                     VALUE 'N'.
003960 77  WS-APPLY-SWITCH           PIC X(01)  VALUE 'N'.
003970     88  CHANGE-APPLIED                      VALUE 'Y'.
003980     88  CHANGE-NOT-APPLIED                  VALUE 'N'.
003990*
004000*    CALL FIELDS FOR THE CXB40139 PENDING-CHANGE SERVICE
004010*
004020 77  WS-PND-FUNCTION           PIC X(01)  VALUE SPACE.
004030 77  WS-PND-KEY                PIC X(28)  VALUE SPACES.
004040 77  WS-PND-PROPOSER           PIC X(08)  VALUE SPACES.
004050 77  WS-PND-CHECKER            PIC X(08)  VALUE SPACES.
004060 77  WS-PND-IMAGE              PIC X(120) VALUE SPACES.
004070 77  WS-PND-RESULT             PIC X(01)  VALUE SPACE.
004080     88  PND-DONE                            VALUE '0'.
004090     88  PND-NO-MORE                         VALUE '1'.
004100     88  PND-FAILED                          VALUE 'E'.
004110 77  WS-APPROVED-SWITCH        PIC X(01)  VALUE 'N'.
004120     88  END-OF-APPROVED                     VALUE 'Y'.
004130     88  NOT-END-OF-APPROVED                 VALUE 'N'.
004140*
004150*
004160*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
004170*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
004180*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
004190*
004200 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
004210*
004220*    WINDOW-START IS A CLOCK TIME, HHMM; ITS LAST TWO DIGITS
004230*    ARE MINUTES AND MAY NOT PASS 59.
004240*
004250 01  WS-WINDOW-VALUE           PIC 9(09)  VALUE ZERO.
004260 01  WS-WINDOW-PARTS REDEFINES WS-WINDOW-VALUE.
004270     05  FILLER                PIC 9(07).
004280     05  WS-WINDOW-MINUTES     PIC 9(02).
004290*
004300*    THE TRANSACTION BEING WORKED - READ FROM PARMTXN, OR REBUILT
004310*    FROM AN APPROVED PROPOSAL'S IMAGE.
004320*
004330 01  WS-TXN-RECORD.
004340     05  TX-PARM-NAME          PIC X(16).
004350     05  TX-PARM-VALUE         PIC 9(09).
004360     05  TX-PARM-FLAG          PIC X(01).
004370     05  TX-USER-ID            PIC X(08).
004380*
004390 PROCEDURE DIVISION.
004400*
004410*===============================================================
004420*    0000-MAINLINE
004430*===============================================================
004440 0000-MAINLINE.
004450*
004460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004470*
004480     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
004490         UNTIL END-OF-TXNS.
004500*
004510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004520*
004530     STOP RUN.
004540*
004550*===============================================================
004560*    1000-INITIALIZE
004570*===============================================================
004580 1000-INITIALIZE.
004590*
004600     CALL 'CXB40117' USING WS-RUN-DATE
004610                            WS-BDAT-RESULT.
004620     ACCEPT WS-RUN-TIME FROM TIME.
004630*
004640     OPEN I-O SITE-PARM-FILE.
004650     IF NOT WS-PARM-FILE-OK AND WS-PARM-NOT-FOUND
004660         CLOSE SITE-PARM-FILE
004670         OPEN OUTPUT SITE-PARM-FILE
004680         CLOSE SITE-PARM-FILE
004690         OPEN I-O SITE-PARM-FILE
004700     END-IF.
004710     IF NOT WS-PARM-FILE-OK
004720         DISPLAY 'CXB40110 SITEPARM OPEN FAILED, STATUS='
004730             WS-PARM-STATUS
004740         SET END-OF-TXNS TO TRUE
004750         MOVE 8 TO RETURN-CODE
004760         GO TO 1000-EXIT
004770     END-IF.
004780*
004790*    THE OPERATOR REGISTRY IS OPENED FIRST-CLASS: WITH THE
004800*    REGISTRY DOWN EVERY TRANSACTION IS REJECTED, SO THE
004810*    WHO-IS-ALLOWED CHECK FAILS CLOSED.
004820*
004830     OPEN INPUT OPER-REG-FILE.
004840     IF WS-OPER-FILE-OK
004850         SET OPER-REG-IS-OPEN TO TRUE
004860     ELSE
004870         DISPLAY 'CXB40110 OPERREG NOT AVAILABLE, STATUS='
004880             WS-OPER-STATUS
004890         DISPLAY 'CXB40110 ALL CHANGES WILL BE REJECTED'
004900     END-IF.
004910*
004920     OPEN EXTEND PARM-LOG-FILE.
004930     IF NOT WS-LOG-FILE-OK AND WS-LOG-NOT-FOUND
004940         CLOSE PARM-LOG-FILE
004950         OPEN OUTPUT PARM-LOG-FILE
004960     END-IF.
004970*
004980*    CHANGES A SECOND OPERATOR HAS APPROVED SINCE THE LAST RUN
004990*    ARE APPLIED BEFORE PARMTXN IS OPENED, SO THEY ARE APPLIED
005000*    EVEN ON A RUN THAT HAS NO PARMTXN AT ALL: A MISSING PARMTXN
005010*    ONLY MEANS THERE ARE NO NEW TRANSACTIONS.
005020*
005030     PERFORM 1500-APPLY-APPROVED THRU 1500-EXIT
005040         UNTIL END-OF-APPROVED.
005050*
005060     OPEN INPUT PARM-TXN-FILE.
005070     IF NOT WS-TXN-FILE-OK
005080         DISPLAY 'CXB40110 PARMTXN NOT AVAILABLE, STATUS='
005090             WS-TXN-STATUS ' - NO NEW TRANSACTIONS'
005100         SET END-OF-TXNS TO TRUE
005110         GO TO 1000-EXIT
005120     END-IF.
005130     SET TXN-FILE-IS-OPEN TO TRUE.
005140*
005150     READ PARM-TXN-FILE INTO WS-TXN-RECORD
005160         AT END
005170             SET END-OF-TXNS TO TRUE
005180     END-READ.
005190*
005200 1000-EXIT.
005210     EXIT.
005220*
005230*===============================================================
005240*    1500-APPLY-APPROVED
005250*===============================================================
005260 1500-APPLY-APPROVED.
005270*
005280*    ONE APPROVED PROPOSAL PER PASS.  IT IS VALIDATED AGAIN
005290*    EXACTLY AS A NEW TRANSACTION WOULD BE - THE PROPOSER MAY
005300*    HAVE LOST AUTHORITY SINCE - AND APPLIED UNDER THE
005310*    PROPOSER'S ID, OR VOIDED IF IT NO LONGER PASSES.
005320*
005330     MOVE 'N' TO WS-PND-FUNCTION.
005340     CALL 'CXB40139' USING WS-PND-FUNCTION
005350                            PROGRAM-NAME
005360                            WS-PND-KEY
005370                            WS-PND-PROPOSER
005380                            WS-PND-CHECKER
005390                            WS-PND-IMAGE
005400                            WS-PND-RESULT.
005410     IF NOT PND-DONE
005420         SET END-OF-APPROVED TO TRUE
005430         GO TO 1500-EXIT
005440     END-IF.
005450*
005460     MOVE WS-PND-IMAGE TO WS-TXN-RECORD.
005470     SET CHANGE-NOT-APPLIED TO TRUE.
005480     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
005490     IF PARM-KNOWN
005500         PERFORM 4000-APPLY-TXN THRU 4000-EXIT
005510     END-IF.
005520*
005530     IF CHANGE-APPLIED
005540         MOVE 'A' TO WS-PND-FUNCTION
005550         ADD 1 TO WS-APPROVED-COUNT
005560         DISPLAY 'CXB40110 ' TX-PARM-NAME
005570             ' APPLIED AS APPROVED BY '
005580             WS-PND-CHECKER
005590     ELSE
005600         MOVE 'X' TO WS-PND-FUNCTION
005610         ADD 1 TO WS-VOID-COUNT
005620         MOVE 8 TO RETURN-CODE
005630         DISPLAY 'CXB40110 APPROVED CHANGE ' WS-PND-KEY
005640             ' NO LONGER VALID - VOIDED'
005650     END-IF.
005660     CALL 'CXB40139' USING WS-PND-FUNCTION
005670                            PROGRAM-NAME
005680                            WS-PND-KEY
005690                            WS-PND-PROPOSER
005700                            WS-PND-CHECKER
005710                            WS-PND-IMAGE
005720                            WS-PND-RESULT.
005730*
005740 1500-EXIT.
005750     EXIT.
005760*
005770*===============================================================
005780*    2000-PROCESS-TXN
005790*===============================================================
005800 2000-PROCESS-TXN.
005810*
005820     ADD 1 TO WS-TXN-COUNT.
005830*
005840     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
005850*
005860     IF PARM-KNOWN
005870         IF WS-VAL-AUTHORITY(WS-FOUND-INDEX) > 1
005880             PERFORM 4500-PROPOSE-CHANGE THRU 4500-EXIT
005890         ELSE
005900             PERFORM 4000-APPLY-TXN THRU 4000-EXIT
005910         END-IF
005920     ELSE
005930         ADD 1 TO WS-REJECT-COUNT
005940         MOVE 8 TO RETURN-CODE
005950     END-IF.
005960*
005970     READ PARM-TXN-FILE INTO WS-TXN-RECORD
005980         AT END
005990             SET END-OF-TXNS TO TRUE
006000     END-READ.
006010*
006020 2000-EXIT.
006030     EXIT.
006040*
006050*===============================================================
006060*    3000-VALIDATE-TXN
006070*===============================================================
006080 3000-VALIDATE-TXN.
006090*
006100     SET PARM-NOT-KNOWN TO TRUE.
006110     MOVE ZERO TO WS-FOUND-INDEX.
006120*
006130     PERFORM 3100-SCAN-VALID-PARM THRU 3100-EXIT
006140         VARYING WS-IDX FROM 1 BY 1
006150         UNTIL WS-IDX > WS-VALID-MAX OR PARM-KNOWN.
006160*
006170     IF PARM-NOT-KNOWN
006180         DISPLAY 'CXB40110 UNKNOWN PARAMETER "' TX-PARM-NAME
006190             '" - REJECTED'
006200         GO TO 3000-EXIT
006210     END-IF.
006220*
006230     IF TX-PARM-VALUE < WS-VAL-MIN(WS-FOUND-INDEX)
006240         OR TX-PARM-VALUE > WS-VAL-MAX(WS-FOUND-INDEX)
006250         DISPLAY 'CXB40110 ' TX-PARM-NAME ' VALUE '
006260             TX-PARM-VALUE ' OUT OF RANGE - REJECTED'
006270         SET PARM-NOT-KNOWN TO TRUE
006280         GO TO 3000-EXIT
006290     END-IF.
006300*
006310*    THE 0-2359 RANGE STILL LETS THROUGH A WINDOW-START SUCH AS
006320*    0175, WHICH THE CXB40143 BATCH-WINDOW REPORT WOULD QUIETLY
006330*    IGNORE, SO THE MINUTES ARE CHECKED AS WELL.
006340*
006350     IF TX-PARM-NAME = 'WINDOW-START'
006360         MOVE TX-PARM-VALUE TO WS-WINDOW-VALUE
006370         IF WS-WINDOW-MINUTES > 59
006380             DISPLAY 'CXB40110 ' TX-PARM-NAME ' VALUE '
006390                 TX-PARM-VALUE ' IS NOT A CLOCK TIME HHMM - '
006400                 'REJECTED'
006410             SET PARM-NOT-KNOWN TO TRUE
006420             GO TO 3000-EXIT
006430         END-IF
006440     END-IF.
006450*
006460     IF WS-VAL-FLAG-ALLOWED(WS-FOUND-INDEX) = 'N'
006470         AND TX-PARM-FLAG NOT = SPACE
006480         DISPLAY 'CXB40110 ' TX-PARM-NAME ' TAKES NO FLAG '
006490             'VALUE - REJECTED'
006500         SET PARM-NOT-KNOWN TO TRUE
006510         GO TO 3000-EXIT
006520     END-IF.
006530*
006540*    A FLAG PARAMETER'S FLAG BYTE IS THE WHOLE POINT OF THE
006550*    RECORD, AND EVERY READER TESTS IT AGAINST 'Y'; ANYTHING
006560*    BUT 'Y' OR 'N' (A LOWERCASE TYPO, SAY) WOULD SIT ON FILE
006570*    LOOKING SET WHILE EVERY PROGRAM TREATS IT AS OFF.
006580*
006590     IF WS-VAL-FLAG-ALLOWED(WS-FOUND-INDEX) = 'Y'
006600         AND TX-PARM-FLAG NOT = 'Y' AND TX-PARM-FLAG NOT = 'N'
006610         DISPLAY 'CXB40110 ' TX-PARM-NAME ' FLAG VALUE "'
006620             TX-PARM-FLAG '" MUST BE Y OR N - REJECTED'
006630         SET PARM-NOT-KNOWN TO TRUE
006640         GO TO 3000-EXIT
006650     END-IF.
006660*
006670     PERFORM 3500-VALIDATE-OPERATOR THRU 3500-EXIT.
006680*
006690 3000-EXIT.
006700     EXIT.
006710*
006720*===============================================================
006730*    3100-SCAN-VALID-PARM
006740*===============================================================
006750 3100-SCAN-VALID-PARM.
006760*
006770     IF WS-VAL-NAME(WS-IDX) = TX-PARM-NAME
006780         SET PARM-KNOWN TO TRUE
006790         MOVE WS-IDX TO WS-FOUND-INDEX
006800     END-IF.
006810*
006820 3100-EXIT.
006830     EXIT.
006840*
006850*===============================================================
006860*    3500-VALIDATE-OPERATOR
006870*===============================================================
006880 3500-VALIDATE-OPERATOR.
006890*
006900*    THE TRANSACTION'S OPERATOR ID MUST BE ON THE OPERREG
006910*    REGISTRY AND ACTIVE, AT OR ABOVE THE AUTHORITY LEVEL THE
006920*    PARAMETER REQUIRES - THE CIRCUIT-BREAKER THRESHOLD TAKES
006930*    LEVEL 2, ROUTINE KNOBS LEVEL 1.  A FAILURE HERE REJECTS
006940*    THE TRANSACTION THE SAME WAY A BAD VALUE DOES.
006950*
006960     IF OPER-REG-NOT-OPEN
006970         DISPLAY 'CXB40110 ' TX-PARM-NAME ' REJECTED - '
006980             'OPERATOR REGISTRY UNAVAILABLE'
006990         SET PARM-NOT-KNOWN TO TRUE
007000         GO TO 3500-EXIT
007010     END-IF.
007020*
007030     MOVE TX-USER-ID TO OP-OPERATOR-ID.
007040     READ OPER-REG-FILE.
007050     IF NOT WS-OPER-FILE-OK
007060         DISPLAY 'CXB40110 OPERATOR ' TX-USER-ID
007070             ' NOT ON REGISTRY - REJECTED'
007080         SET PARM-NOT-KNOWN TO TRUE
007090         GO TO 3500-EXIT
007100     END-IF.
007110     IF NOT OP-ACTIVE
007120         DISPLAY 'CXB40110 OPERATOR ' TX-USER-ID
007130             ' INACTIVE - REJECTED'
007140         SET PARM-NOT-KNOWN TO TRUE
007150         GO TO 3500-EXIT
007160     END-IF.
007170     IF OP-AUTHORITY < WS-VAL-AUTHORITY(WS-FOUND-INDEX)
007180         DISPLAY 'CXB40110 OPERATOR ' TX-USER-ID
007190             ' NOT AUTHORIZED FOR ' TX-PARM-NAME
007200             ' - REJECTED'
007210         SET PARM-NOT-KNOWN TO TRUE
007220     END-IF.
007230*
007240 3500-EXIT.
007250     EXIT.
007260*
007270*===============================================================
007280*    4000-APPLY-TXN
007290*===============================================================
007300 4000-APPLY-TXN.
007310*
007320     MOVE TX-PARM-NAME TO SP-PARM-NAME.
007330     READ SITE-PARM-FILE.
007340     IF WS-PARM-FILE-OK
007350         SET PARM-RECORD-EXISTS TO TRUE
007360         MOVE SP-PARM-VALUE TO WS-OLD-VALUE
007370         MOVE SP-PARM-FLAG  TO WS-OLD-FLAG
007380     ELSE
007390         SET PARM-RECORD-NEW TO TRUE
007400         MOVE ZERO  TO WS-OLD-VALUE
007410         MOVE SPACE TO WS-OLD-FLAG
007420     END-IF.
007430*
007440     MOVE TX-PARM-NAME  TO SP-PARM-NAME.
007450     MOVE TX-PARM-VALUE TO SP-PARM-VALUE.
007460     MOVE TX-PARM-FLAG  TO SP-PARM-FLAG.
007470     MOVE WS-RUN-DATE   TO SP-PARM-UPD-DATE.
007480     MOVE WS-RUN-TIME   TO SP-PARM-UPD-TIME.
007490     MOVE TX-USER-ID    TO SP-PARM-UPD-USER.
007500*
007510     IF PARM-RECORD-EXISTS
007520         REWRITE SITE-PARM-RECORD
007530         PERFORM 9700-JOURNAL-AFTER-IMAGE THRU 9700-EXIT
007540     ELSE
007550         WRITE SITE-PARM-RECORD
007560         PERFORM 9700-JOURNAL-AFTER-IMAGE THRU 9700-EXIT
007570     END-IF.
007580     IF NOT WS-PARM-FILE-OK
007590         DISPLAY 'CXB40110 SITEPARM UPDATE FAILED, STATUS='
007600             WS-PARM-STATUS
007610         ADD 1 TO WS-REJECT-COUNT
007620         MOVE 8 TO RETURN-CODE
007630         GO TO 4000-EXIT
007640     END-IF.
007650*
007660     ADD 1 TO WS-APPLIED-COUNT.
007670     SET CHANGE-APPLIED TO TRUE.
007680     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
007690*
007700 4000-EXIT.
007710     EXIT.
007720*
007730*===============================================================
007740*    4500-PROPOSE-CHANGE
007750*===============================================================
007760 4500-PROPOSE-CHANGE.
007770*
007780*    A LEVEL-2 CHANGE IS RECORDED FOR A SECOND OPERATOR'S
007790*    DECISION INSTEAD OF BEING APPLIED.  A PROPOSAL THAT CANNOT
007800*    BE RECORDED IS REJECTED - NEVER APPLIED DIRECTLY.
007810*
007820     MOVE SPACES          TO WS-PND-IMAGE.
007830     MOVE WS-TXN-RECORD   TO WS-PND-IMAGE.
007840     MOVE TX-USER-ID      TO WS-PND-PROPOSER.
007850     MOVE SPACES          TO WS-PND-CHECKER.
007860     MOVE 'P' TO WS-PND-FUNCTION.
007870     CALL 'CXB40139' USING WS-PND-FUNCTION
007880                            PROGRAM-NAME
007890                            WS-PND-KEY
007900                            WS-PND-PROPOSER
007910                            WS-PND-CHECKER
007920                            WS-PND-IMAGE
007930                            WS-PND-RESULT.
007940     IF PND-DONE
007950         ADD 1 TO WS-PROPOSED-COUNT
007960         DISPLAY 'CXB40110 ' TX-PARM-NAME ' PROPOSED FOR '
007970             'APPROVAL, KEY=' WS-PND-KEY
007980     ELSE
007990         DISPLAY 'CXB40110 ' TX-PARM-NAME ' PROPOSAL NOT '
008000             'RECORDED - REJECTED'
008010         ADD 1 TO WS-REJECT-COUNT
008020         MOVE 8 TO RETURN-CODE
008030     END-IF.
008040*
008050 4500-EXIT.
008060     EXIT.
008070*
008080*===============================================================
008090*    5000-WRITE-CHANGE-LOG
008100*===============================================================
008110 5000-WRITE-CHANGE-LOG.
008120*
008130     MOVE WS-RUN-DATE   TO PG-CHANGE-DATE.
008140     ACCEPT PG-CHANGE-TIME FROM TIME.
008150     MOVE TX-USER-ID    TO PG-USER-ID.
008160     MOVE TX-PARM-NAME  TO PG-PARM-NAME.
008170     MOVE WS-OLD-VALUE  TO PG-OLD-VALUE.
008180     MOVE WS-OLD-FLAG   TO PG-OLD-FLAG.
008190     MOVE TX-PARM-VALUE TO PG-NEW-VALUE.
008200     MOVE TX-PARM-FLAG  TO PG-NEW-FLAG.
008210     WRITE PARM-LOG-RECORD.
008220     IF NOT WS-LOG-FILE-OK
008230         DISPLAY 'CXB40110 PARMLOG WRITE FAILED, STATUS='
008240             WS-LOG-STATUS
008250     END-IF.
008260*
008270 5000-EXIT.
008280     EXIT.
008290*
008300*===============================================================
008310*    9000-TERMINATE
008320*===============================================================
008330 9000-TERMINATE.
008340*
008350     IF TXN-FILE-IS-OPEN
008360         CLOSE PARM-TXN-FILE
008370     END-IF.
008380     CLOSE SITE-PARM-FILE.
008390     CLOSE PARM-LOG-FILE.
008400     IF OPER-REG-IS-OPEN
008410         CLOSE OPER-REG-FILE
008420     END-IF.
008430*
008440     MOVE 'C' TO WS-PND-FUNCTION.
008450     CALL 'CXB40139' USING WS-PND-FUNCTION
008460                            PROGRAM-NAME
008470                            WS-PND-KEY
008480                            WS-PND-PROPOSER
008490                            WS-PND-CHECKER
008500                            WS-PND-IMAGE
008510                            WS-PND-RESULT.
008520*
008530     DISPLAY 'CXB40110 TRANSACTIONS READ: ' WS-TXN-COUNT.
008540     DISPLAY 'CXB40110 CHANGES APPLIED:   ' WS-APPLIED-COUNT.
008550     DISPLAY 'CXB40110 CHANGES REJECTED:  ' WS-REJECT-COUNT.
008560     DISPLAY 'CXB40110 CHANGES PROPOSED:  ' WS-PROPOSED-COUNT.
008570     DISPLAY 'CXB40110 APPROVALS APPLIED: ' WS-APPROVED-COUNT.
008580     DISPLAY 'CXB40110 APPROVALS VOIDED:  ' WS-VOID-COUNT.
008590*
008600 9000-EXIT.
008610     EXIT.
008620*
008630*===============================================================
008640*    9700-JOURNAL-AFTER-IMAGE
008650*===============================================================
008660 9700-JOURNAL-AFTER-IMAGE.
008670*
008680*    ONE AFTER-IMAGE PER WRITE OR REWRITE, APPENDED TO
008690*    PARMJRNL.  JOURNAL TROUBLE IS REPORTED AND THE RUN
008700*    CARRIES ON.
008710*
008720     OPEN EXTEND JOURNAL-FILE.
008730     IF NOT WS-JRNL-FILE-OK AND WS-JRNL-NOT-FOUND
008740         CLOSE JOURNAL-FILE
008750         OPEN OUTPUT JOURNAL-FILE
008760     END-IF.
008770     IF NOT WS-JRNL-FILE-OK
008780         DISPLAY 'CXB40110 PARMJRNL OPEN FAILED, STATUS='
008790             WS-JRNL-STATUS
008800         GO TO 9700-EXIT
008810     END-IF.
008820*
008830     WRITE JOURNAL-RECORD FROM SITE-PARM-RECORD.
008840     IF NOT WS-JRNL-FILE-OK
008850         DISPLAY 'CXB40110 PARMJRNL WRITE FAILED, STATUS='
008860             WS-JRNL-STATUS
008870     END-IF.
008880     CLOSE JOURNAL-FILE.
008890*
008900 9700-EXIT.
008910     EXIT.
