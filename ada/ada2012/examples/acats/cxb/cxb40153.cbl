000100* CXB40153.CBL
000110*
000120*     PROGRAM:  CXB40153   ("Reprocess_Control")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Opens and closes the reprocessing of a prior business
000160*          date, so a night worked from bad input can be run
000170*          again and its ledger postings corrected without
000180*          moving the business date back.  Reads open and close
000190*          transactions from REPROTXN (one per record: action,
000200*          the prior business date and cycle, the operator
000210*          making the change, and a reason) and maintains the
000220*          one-record REPROCTL reprocessing control file
000230*          (CXBREPR layout).
000240*
000250*          An open (action O) names the date and cycle to run
000260*          again.  While the record is open the CXB40117
000270*          business-date service answers that date, flagged
000280*          'R', in place of the date in BUSDATE, which is left
000290*          alone; CXB40136 answers its cycle; CXB40107 marks
000300*          every run registered in RUNCTL as a reprocessing run
000310*          with the reprocessing number; CXB40118 will not roll
000320*          the date; and CXB40124 sends the ledger a reversal of
000330*          what it posted for the date and a repost of the
000340*          corrected results.  An open is refused unless:
000350*
000360*            - no other reprocessing is open;
000370*            - BUSDATE itself answered the business date;
000380*            - the date is a valid CCYYMMDD earlier than the
000390*              business date and the cycle is 1 through 9 (zero
000400*              is taken as cycle 1);
000410*            - the date and cycle were worked, that is have a
000420*              CXB40116 balancing run on RUNCTL.
000430*
000440*          Each reprocessing of a date and cycle is numbered, 1
000450*          the first, one above the highest number already used
000460*          for it on REPROLOG or REPROCTL.
000470*
000480*          A close (action C) marks the open reprocessing
000490*          closed, and the nightly programs go back to the date
000500*          in BUSDATE.  The close is always applied, but when
000510*          RUNCTL shows no CXB40124 ledger extract ended with
000520*          RETURN-CODE 4 or less in this reprocessing the ledger
000530*          was not corrected, and RETURN-CODE 4 warns of it.
000540*
000550*          Both actions take an active operator of authority
000560*          level 2 on the OPERREG registry, as a period reopen
000570*          does on CXB40146; with the registry unavailable every
000580*          transaction is rejected, so the check fails closed.
000590*          Every open and close applied is appended to REPROLOG
000600*          with the REPROCTL record before and after the change
000610*          and the reason given.  A rejected transaction sets
000620*          RETURN-CODE 8.
000630*
000640*     INPUTS:
000650*          REPROTXN   - sequential open/close transactions.
000660*          OPERREG    - keyed operator registry maintained by
000670*                       CXB40123.
000680*          RUNCTL     - keyed run registry.
000690*
000700*     OUTPUTS:
000710*          REPROCTL   - the reprocessing control record (CXBREPR
000720*                       layout), rewritten whole.
000730*          REPROLOG   - sequential change log, appended across
000740*                       runs.
000750*          REPROCRPT  - what was asked for and what was done.
000760*
000770*     CHANGE HISTORY:
000780*       15 OCT 2026   DPO   Initial release.
000790*       15 OCT 2026   DPO   REPROTXN is closed only if it opened.
000800*
000810 IDENTIFICATION DIVISION.
000820 PROGRAM-ID. CXB40153.
000830 AUTHOR. DATA-PROCESSING-OPERATIONS.
000840 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000850 DATE-WRITTEN. 15 OCT 2026.
000860 DATE-COMPILED.
000870*
000880 ENVIRONMENT DIVISION.
000890 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
000910     SELECT REPRO-TXN-FILE ASSIGN TO "REPROTXN"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-TXN-STATUS.
000940     SELECT REPRO-CONTROL-FILE ASSIGN TO "REPROCTL"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-REPRO-STATUS.
000970     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS RANDOM
001000         RECORD KEY IS OP-OPERATOR-ID
001010         FILE STATUS IS WS-OPER-STATUS.
001020     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS RN-RUN-KEY
001060         FILE STATUS IS WS-RUN-STATUS.
001070     SELECT REPRO-LOG-FILE ASSIGN TO "REPROLOG"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-LOG-STATUS.
001100     SELECT REPORT-FILE ASSIGN TO "REPROCRPT"
001110         ORGANIZATION IS SEQUENTIAL.
001120*
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  REPRO-TXN-FILE
001160     RECORDING MODE IS F.
001170 01  REPRO-TXN-RECORD.
001180     05  TX-ACTION             PIC X(01).
001190         88  TX-OPEN                           VALUE 'O'.
001200         88  TX-CLOSE                          VALUE 'C'.
001210     05  TX-REPRO-DATE         PIC 9(08).
001220     05  TX-DATE-PARTS REDEFINES TX-REPRO-DATE.
001230         10  TX-DATE-CCYY      PIC 9(04).
001240         10  TX-DATE-MM        PIC 9(02).
001250         10  TX-DATE-DD        PIC 9(02).
001260     05  TX-REPRO-CYCLE        PIC 9(02).
001270     05  TX-USER-ID            PIC X(08).
001280     05  TX-REASON             PIC X(30).
001290*
001300 FD  REPRO-CONTROL-FILE
001310     RECORDING MODE IS F.
001320 01  REPRO-CONTROL-RECORD.
001330     COPY CXBREPR
001340         REPLACING LEADING ==CXB-RP== BY ==RP==.
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
001460 FD  RUN-CONTROL-FILE
001470     RECORDING MODE IS F.
001480 01  RUN-CONTROL-RECORD.
001490     COPY CXBRUNC
001500         REPLACING LEADING ==CXB-RUN== BY ==RN-RUN==.
001510*
001520*    REPROLOG CARRIES THE WHOLE REPROCTL RECORD BEFORE AND
001530*    AFTER EACH CHANGE, WITH THE DATE, CYCLE, AND NUMBER OF
001540*    THE REPROCESSING CHANGED.
001550*
001560 FD  REPRO-LOG-FILE
001570     RECORDING MODE IS F.
001580 01  REPRO-LOG-RECORD.
001590     05  LG-CHANGE-DATE        PIC 9(08).
001600     05  LG-CHANGE-TIME        PIC 9(08).
001610     05  LG-USER-ID            PIC X(08).
001620     05  LG-ACTION             PIC X(01).
001630     05  LG-REPRO-DATE         PIC 9(08).
001640     05  LG-REPRO-CYCLE        PIC 9(02).
001650     05  LG-REPRO-SEQ          PIC 9(02).
001660     05  LG-BEFORE-IMAGE       PIC X(83).
001670     05  LG-AFTER-IMAGE        PIC X(83).
001680     05  LG-REASON             PIC X(30).
001690*
001700 FD  REPORT-FILE
001710     RECORDING MODE IS F.
001720 01  REPORT-RECORD             PIC X(80).
001730*
001740 WORKING-STORAGE SECTION.
001750*
001760*    STANDALONE COUNTERS AND SWITCHES
001770*
001780 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40153'.
001790*
001800 77  WS-TXN-COUNT              PIC 9(09)  COMP VALUE ZERO.
001810 77  WS-APPLIED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001820 77  WS-REJECT-COUNT           PIC 9(09)  COMP VALUE ZERO.
001830*
001840 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001850     88  END-OF-TXNS                         VALUE 'Y'.
001860     88  NOT-END-OF-TXNS                     VALUE 'N'.
001870 77  WS-LOG-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001880     88  END-OF-LOG                          VALUE 'Y'.
001890     88  NOT-END-OF-LOG                      VALUE 'N'.
001900*
001910 77  WS-TXN-STATUS             PIC X(02)  VALUE SPACES.
001920     88  WS-TXN-FILE-OK                      VALUE '00'.
001930 77  WS-REPRO-STATUS           PIC X(02)  VALUE SPACES.
001940     88  WS-REPRO-FILE-OK                    VALUE '00'.
001950     88  WS-REPRO-NOT-FOUND                  VALUE '35'.
001960 77  WS-OPER-STATUS            PIC X(02)  VALUE SPACES.
001970     88  WS-OPER-FILE-OK                     VALUE '00'.
001980 77  WS-RUN-STATUS             PIC X(02)  VALUE SPACES.
001990     88  WS-RUN-FILE-OK                      VALUE '00'.
002000 77  WS-LOG-STATUS             PIC X(02)  VALUE SPACES.
002010     88  WS-LOG-FILE-OK                      VALUE '00'.
002020     88  WS-LOG-NOT-FOUND                    VALUE '35'.
002030*
002040 77  WS-OPER-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
002050     88  OPER-REG-IS-OPEN                    VALUE 'Y'.
002060     88  OPER-REG-NOT-OPEN                   VALUE 'N'.
002070 77  WS-RUN-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
002080     88  RUN-REG-IS-OPEN                     VALUE 'Y'.
002090     88  RUN-REG-NOT-OPEN                    VALUE 'N'.
002100 77  WS-TXN-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
002110     88  REPRO-TXN-IS-OPEN                   VALUE 'Y'.
002120     88  REPRO-TXN-NOT-OPEN                  VALUE 'N'.
002130 77  WS-REPRO-READ-SWITCH      PIC X(01)  VALUE 'Y'.
002140     88  REPRO-CONTROL-READ                  VALUE 'Y'.
002150     88  REPRO-CONTROL-UNREADABLE            VALUE 'N'.
002160 77  WS-WRITE-SWITCH           PIC X(01)  VALUE 'Y'.
002170     88  REPRO-CONTROL-WRITTEN               VALUE 'Y'.
002180     88  REPRO-CONTROL-NOT-WRITTEN           VALUE 'N'.
002190*
002200 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
002210 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
002220 77  WS-CHANGE-TIME            PIC 9(08)  VALUE ZERO.
002230*
002240*    WS-BDAT-RESULT RECORDS HOW THE CXB40117 BUSINESS-DATE
002250*    SERVICE ANSWERED.  ONLY A DATE PROVEN FROM BUSDATE - READ
002260*    STRAIGHT FROM IT, OR HELD THERE UNDER A REPROCESSING STILL
002270*    OPEN - LETS A REPROCESSING BE OPENED; WS-BUS-DATE IS ZERO
002280*    OTHERWISE.
002290*
002300 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
002310     88  BDAT-FROM-CONTROL-FILE              VALUE '0'.
002320     88  BDAT-REPROCESSING                   VALUE 'R'.
002330 77  WS-BUS-DATE               PIC 9(08)  VALUE ZERO.
002340*
002350 77  WS-VALID-SWITCH           PIC X(01)  VALUE 'Y'.
002360     88  TXN-IS-VALID                        VALUE 'Y'.
002370     88  TXN-NOT-VALID                       VALUE 'N'.
002380 77  WS-NEEDED-AUTHORITY       PIC 9(01)  VALUE 2.
002390 77  WS-RESULT-TEXT            PIC X(60)  VALUE SPACES.
002400*
002410*    THE DATE AND CYCLE AN OPEN NAMES, AND THE NUMBER IT GETS:
002420*    ONE ABOVE THE HIGHEST ALREADY USED FOR THEM.
002430*
002440 77  WS-CYCLE-LIMIT            PIC 9(02)  VALUE 9.
002450 77  WS-REPRO-CYCLE            PIC 9(02)  VALUE ZERO.
002460 77  WS-HIGH-SEQ               PIC 9(02)  VALUE ZERO.
002470 77  WS-NEXT-SEQ               PIC 9(03)  VALUE ZERO.
002480*
002490*    THE REPROCTL RECORD AS IT STANDS, AND AS IT STOOD BEFORE
002500*    THE CHANGE BEING APPLIED.
002510*
002520 01  WS-REPRO-RECORD.
002530     COPY CXBREPR
002540         REPLACING LEADING ==CXB-RP== BY ==WR==.
002550 01  WS-BEFORE-IMAGE           PIC X(83)  VALUE SPACES.
002560*
002570*    REPORT LINE LAYOUTS
002580*
002590 01  WS-HEADING-LINE.
002600     05  FILLER                PIC X(35)
002610         VALUE "CXB40153 REPROCESSING CONTROL DATE=".
002620     05  WS-HDG-DATE           PIC 9(08).
002630*
002640 01  WS-TXN-LINE.
002650     05  FILLER                PIC X(10) VALUE "REPROCESS ".
002660     05  WS-TXL-DATE           PIC X(08).
002670     05  FILLER                PIC X(07) VALUE " CYCLE ".
002680     05  WS-TXL-CYCLE          PIC X(02).
002690     05  FILLER                PIC X(01) VALUE SPACE.
002700     05  WS-TXL-ACTION         PIC X(05).
002710     05  FILLER                PIC X(14)
002720         VALUE " REQUESTED BY ".
002730     05  WS-TXL-USER           PIC X(08).
002740*
002750 01  WS-RESULT-LINE.
002760     05  FILLER                PIC X(04) VALUE SPACES.
002770     05  WS-RSL-TEXT           PIC X(60).
002780*
002790 PROCEDURE DIVISION.
002800*
002810*===============================================================
002820*    0000-MAINLINE
002830*===============================================================
002840 0000-MAINLINE.
002850*
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870*
002880     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
002890         UNTIL END-OF-TXNS.
002900*
002910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002920*
002930     STOP RUN.
002940*
002950*===============================================================
002960*    1000-INITIALIZE
002970*===============================================================
002980 1000-INITIALIZE.
002990*
003000     CALL 'CXB40117' USING WS-RUN-DATE
003010                            WS-BDAT-RESULT.
003020     ACCEPT WS-RUN-TIME FROM TIME.
003030*
003040     PERFORM 1100-LOAD-REPRO-CONTROL THRU 1100-EXIT.
003050*
003060*    WITH A REPROCESSING OPEN THE SERVICE ANSWERS ITS DATE; THE
003070*    BUSINESS DATE IS THE ONE IT WAS OPENED UNDER, WHICH THE
003080*    SERVICE HAS JUST CHECKED AGAINST BUSDATE.
003090*
003100     IF BDAT-FROM-CONTROL-FILE
003110         MOVE WS-RUN-DATE TO WS-BUS-DATE
003120     END-IF.
003130     IF BDAT-REPROCESSING
003140         MOVE WR-OPEN-BUS-DATE TO WS-BUS-DATE
003150         MOVE WR-OPEN-BUS-DATE TO WS-RUN-DATE
003160     END-IF.
003170     IF WS-BUS-DATE = ZERO
003180         DISPLAY 'CXB40153 BUSINESS DATE NOT PROVEN FROM BUSDATE'
003190             ' - NO REPROCESSING CAN BE OPENED'
003200     END-IF.
003210*
003220     OPEN OUTPUT REPORT-FILE.
003230     MOVE WS-RUN-DATE TO WS-HDG-DATE.
003240     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
003250*
003260     OPEN INPUT REPRO-TXN-FILE.
003270     IF NOT WS-TXN-FILE-OK
003280         DISPLAY 'CXB40153 REPROTXN NOT AVAILABLE, STATUS='
003290             WS-TXN-STATUS
003300         SET END-OF-TXNS TO TRUE
003310         MOVE 8 TO RETURN-CODE
003320         GO TO 1000-EXIT
003330     END-IF.
003340     SET REPRO-TXN-IS-OPEN TO TRUE.
003350*
003360*    THE OPERATOR REGISTRY IS OPENED FIRST-CLASS: WITH THE
003370*    REGISTRY DOWN EVERY TRANSACTION IS REJECTED, SO THE
003380*    WHO-IS-ALLOWED CHECK FAILS CLOSED.
003390*
003400     OPEN INPUT OPER-REG-FILE.
003410     IF WS-OPER-FILE-OK
003420         SET OPER-REG-IS-OPEN TO TRUE
003430     ELSE
003440         DISPLAY 'CXB40153 OPERREG NOT AVAILABLE, STATUS='
003450             WS-OPER-STATUS
003460         DISPLAY 'CXB40153 ALL CHANGES WILL BE REJECTED'
003470     END-IF.
003480*
003490*    WITHOUT THE RUN REGISTRY NO DATE CAN BE PROVEN WORKED, SO
003500*    EVERY OPEN IS REFUSED; A CLOSE STILL GOES THROUGH.
003510*
003520     OPEN INPUT RUN-CONTROL-FILE.
003530     IF WS-RUN-FILE-OK
003540         SET RUN-REG-IS-OPEN TO TRUE
003550     ELSE
003560         DISPLAY 'CXB40153 RUNCTL NOT AVAILABLE, STATUS='
003570             WS-RUN-STATUS
003580         DISPLAY 'CXB40153 NO REPROCESSING CAN BE OPENED'
003590     END-IF.
003600*
003610     READ REPRO-TXN-FILE
003620         AT END
003630             SET END-OF-TXNS TO TRUE
003640     END-READ.
003650*
003660 1000-EXIT.
003670     EXIT.
003680*
003690*===============================================================
003700*    1100-LOAD-REPRO-CONTROL
003710*===============================================================
003720 1100-LOAD-REPRO-CONTROL.
003730*
003740*    NO REPROCTL YET MEANS NOTHING HAS EVER BEEN REPROCESSED.
003750*    ONE THAT IS THERE BUT CANNOT BE READ LEAVES THE CURRENT
003760*    STATE UNKNOWN, AND EVERY TRANSACTION IS REJECTED.
003770*
003780     MOVE SPACES TO WS-REPRO-RECORD.
003790     MOVE ZERO TO WR-REPRO-DATE.
003800     MOVE ZERO TO WR-REPRO-CYCLE.
003810     MOVE ZERO TO WR-REPRO-SEQ.
003820     MOVE ZERO TO WR-OPEN-BUS-DATE.
003830     MOVE ZERO TO WR-OPEN-TIME.
003840     MOVE ZERO TO WR-CLOSE-TIME.
003850*
003860     OPEN INPUT REPRO-CONTROL-FILE.
003870     IF WS-REPRO-NOT-FOUND
003880         GO TO 1100-EXIT
003890     END-IF.
003900     IF NOT WS-REPRO-FILE-OK
003910         DISPLAY 'CXB40153 REPROCTL NOT AVAILABLE, STATUS='
003920             WS-REPRO-STATUS
003930         DISPLAY 'CXB40153 ALL CHANGES WILL BE REJECTED'
003940         SET REPRO-CONTROL-UNREADABLE TO TRUE
003950         GO TO 1100-EXIT
003960     END-IF.
003970*
003980     READ REPRO-CONTROL-FILE
003990         AT END
004000             CLOSE REPRO-CONTROL-FILE
004010             GO TO 1100-EXIT
004020     END-READ.
004030     MOVE REPRO-CONTROL-RECORD TO WS-REPRO-RECORD.
004040     CLOSE REPRO-CONTROL-FILE.
004050*
004060 1100-EXIT.
004070     EXIT.
004080*
004090*===============================================================
004100*    2000-PROCESS-TXN
004110*===============================================================
004120 2000-PROCESS-TXN.
004130*
004140     ADD 1 TO WS-TXN-COUNT.
004150     MOVE SPACES TO WS-RESULT-TEXT.
004160*
004170     MOVE TX-REPRO-DATE  TO WS-TXL-DATE.
004180     MOVE TX-REPRO-CYCLE TO WS-TXL-CYCLE.
004190     MOVE TX-USER-ID     TO WS-TXL-USER.
004200     EVALUATE TRUE
004210         WHEN TX-OPEN
004220             MOVE 'OPEN'  TO WS-TXL-ACTION
004230         WHEN TX-CLOSE
004240             MOVE 'CLOSE' TO WS-TXL-ACTION
004250         WHEN OTHER
004260             MOVE TX-ACTION TO WS-TXL-ACTION
004270     END-EVALUATE.
004280     WRITE REPORT-RECORD FROM WS-TXN-LINE.
004290*
004300     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
004310*
004320     IF TXN-IS-VALID
004330         IF TX-OPEN
004340             PERFORM 5000-APPLY-OPEN THRU 5000-EXIT
004350         ELSE
004360             PERFORM 5500-APPLY-CLOSE THRU 5500-EXIT
004370         END-IF
004380     ELSE
004390         ADD 1 TO WS-REJECT-COUNT
004400         MOVE 8 TO RETURN-CODE
004410     END-IF.
004420*
004430     MOVE WS-RESULT-TEXT TO WS-RSL-TEXT.
004440     WRITE REPORT-RECORD FROM WS-RESULT-LINE.
004450*
004460     READ REPRO-TXN-FILE
004470         AT END
004480             SET END-OF-TXNS TO TRUE
004490     END-READ.
004500*
004510 2000-EXIT.
004520     EXIT.
004530*
004540*===============================================================
004550*    3000-VALIDATE-TXN
004560*===============================================================
004570 3000-VALIDATE-TXN.
004580*
004590     SET TXN-IS-VALID TO TRUE.
004600*
004610     IF NOT TX-OPEN AND NOT TX-CLOSE
004620         DISPLAY 'CXB40153 ACTION "' TX-ACTION
004630             '" NOT O OR C - REJECTED'
004640         MOVE 'REJECTED - ACTION NOT O OR C' TO WS-RESULT-TEXT
004650         SET TXN-NOT-VALID TO TRUE
004660         GO TO 3000-EXIT
004670     END-IF.
004680*
004690     PERFORM 3500-VALIDATE-OPERATOR THRU 3500-EXIT.
004700     IF TXN-NOT-VALID
004710         GO TO 3000-EXIT
004720     END-IF.
004730*
004740     IF REPRO-CONTROL-UNREADABLE
004750         MOVE 'REJECTED - REPROCTL CANNOT BE READ'
004760             TO WS-RESULT-TEXT
004770         SET TXN-NOT-VALID TO TRUE
004780         GO TO 3000-EXIT
004790     END-IF.
004800*
004810     IF TX-CLOSE
004820         IF NOT WR-OPEN
004830             DISPLAY 'CXB40153 NO REPROCESSING OPEN - CLOSE '
004840                 'REJECTED'
004850             MOVE 'REJECTED - NO REPROCESSING IS OPEN'
004860                 TO WS-RESULT-TEXT
004870             SET TXN-NOT-VALID TO TRUE
004880         END-IF
004890         GO TO 3000-EXIT
004900     END-IF.
004910*
004920     IF WR-OPEN
004930         DISPLAY 'CXB40153 REPROCESSING OF ' WR-REPRO-DATE
004940             ' ALREADY OPEN - OPEN REJECTED'
004950         MOVE 'REJECTED - A REPROCESSING IS ALREADY OPEN'
004960             TO WS-RESULT-TEXT
004970         SET TXN-NOT-VALID TO TRUE
004980         GO TO 3000-EXIT
004990     END-IF.
005000     IF WS-BUS-DATE = ZERO
005010         MOVE 'REJECTED - BUSINESS DATE NOT PROVEN FROM BUSDATE'
005020             TO WS-RESULT-TEXT
005030         SET TXN-NOT-VALID TO TRUE
005040         GO TO 3000-EXIT
005050     END-IF.
005060*
005070     IF TX-REPRO-DATE NOT NUMERIC
005080         OR TX-DATE-MM < 1 OR TX-DATE-MM > 12
005090         OR TX-DATE-DD < 1 OR TX-DATE-DD > 31
005100         DISPLAY 'CXB40153 DATE "' TX-REPRO-DATE
005110             '" NOT A DATE CCYYMMDD - REJECTED'
005120         MOVE 'REJECTED - DATE NOT A DATE CCYYMMDD'
005130             TO WS-RESULT-TEXT
005140         SET TXN-NOT-VALID TO TRUE
005150         GO TO 3000-EXIT
005160     END-IF.
005170     IF TX-REPRO-DATE NOT < WS-BUS-DATE
005180         DISPLAY 'CXB40153 ' TX-REPRO-DATE
005190             ' NOT BEFORE BUSINESS DATE ' WS-BUS-DATE
005200             ' - REJECTED'
005210         MOVE 'REJECTED - DATE NOT A PRIOR BUSINESS DATE'
005220             TO WS-RESULT-TEXT
005230         SET TXN-NOT-VALID TO TRUE
005240         GO TO 3000-EXIT
005250     END-IF.
005260*
005270     IF TX-REPRO-CYCLE NOT NUMERIC
005280         MOVE 99 TO WS-REPRO-CYCLE
005290     ELSE
005300         MOVE TX-REPRO-CYCLE TO WS-REPRO-CYCLE
005310     END-IF.
005320     IF WS-REPRO-CYCLE = ZERO
005330         MOVE 1 TO WS-REPRO-CYCLE
005340     END-IF.
005350     IF WS-REPRO-CYCLE > WS-CYCLE-LIMIT
005360         DISPLAY 'CXB40153 CYCLE "' TX-REPRO-CYCLE
005370             '" NOT 1 THROUGH 9 - REJECTED'
005380         MOVE 'REJECTED - CYCLE NOT 1 THROUGH 9' TO WS-RESULT-TEXT
005390         SET TXN-NOT-VALID TO TRUE
005400         GO TO 3000-EXIT
005410     END-IF.
005420*
005430*    ONLY A DATE AND CYCLE ACTUALLY WORKED CAN BE WORKED AGAIN.
005440*
005450     IF RUN-REG-NOT-OPEN
005460         MOVE 'REJECTED - RUN REGISTRY UNAVAILABLE'
005470             TO WS-RESULT-TEXT
005480         SET TXN-NOT-VALID TO TRUE
005490         GO TO 3000-EXIT
005500     END-IF.
005510     MOVE 'CXB40116'     TO RN-RUN-PROGRAM.
005520     MOVE TX-REPRO-DATE  TO RN-RUN-DATE.
005530     MOVE WS-REPRO-CYCLE TO RN-RUN-CYCLE.
005540     READ RUN-CONTROL-FILE.
005550     IF NOT WS-RUN-FILE-OK
005560         DISPLAY 'CXB40153 NO CXB40116 RUN ON RECORD FOR '
005570             TX-REPRO-DATE ' CYCLE ' WS-REPRO-CYCLE
005580             ' - REJECTED'
005590         MOVE 'REJECTED - DATE AND CYCLE WERE NEVER WORKED'
005600             TO WS-RESULT-TEXT
005610         SET TXN-NOT-VALID TO TRUE
005620         GO TO 3000-EXIT
005630     END-IF.
005640*
005650     PERFORM 3600-NEXT-REPRO-SEQ THRU 3600-EXIT.
005660     IF WS-NEXT-SEQ > 99
005670         MOVE 'REJECTED - 99 REPROCESSINGS ALREADY MADE'
005680             TO WS-RESULT-TEXT
005690         SET TXN-NOT-VALID TO TRUE
005700     END-IF.
005710*
005720 3000-EXIT.
005730     EXIT.
005740*
005750*===============================================================
005760*    3500-VALIDATE-OPERATOR
005770*===============================================================
005780 3500-VALIDATE-OPERATOR.
005790*
005800*    THE TRANSACTION'S OPERATOR ID MUST BE ON THE OPERREG
005810*    REGISTRY, ACTIVE, AND AT AUTHORITY LEVEL 2.  A FAILURE
005820*    HERE REJECTS THE TRANSACTION THE SAME WAY A BAD VALUE
005830*    DOES.
005840*
005850     IF OPER-REG-NOT-OPEN
005860         DISPLAY 'CXB40153 ' TX-REPRO-DATE
005870             ' REJECTED - OPERATOR REGISTRY UNAVAILABLE'
005880         MOVE 'REJECTED - OPERATOR REGISTRY UNAVAILABLE'
005890             TO WS-RESULT-TEXT
005900         SET TXN-NOT-VALID TO TRUE
005910         GO TO 3500-EXIT
005920     END-IF.
005930*
005940     MOVE TX-USER-ID TO OP-OPERATOR-ID.
005950     READ OPER-REG-FILE.
005960     IF NOT WS-OPER-FILE-OK
005970         DISPLAY 'CXB40153 OPERATOR ' TX-USER-ID
005980             ' NOT ON REGISTRY - REJECTED'
005990         MOVE 'REJECTED - OPERATOR NOT ON REGISTRY'
006000             TO WS-RESULT-TEXT
006010         SET TXN-NOT-VALID TO TRUE
006020         GO TO 3500-EXIT
006030     END-IF.
006040     IF NOT OP-ACTIVE
006050         DISPLAY 'CXB40153 OPERATOR ' TX-USER-ID
006060             ' INACTIVE - REJECTED'
006070         MOVE 'REJECTED - OPERATOR INACTIVE' TO WS-RESULT-TEXT
006080         SET TXN-NOT-VALID TO TRUE
006090         GO TO 3500-EXIT
006100     END-IF.
006110     IF OP-AUTHORITY < WS-NEEDED-AUTHORITY
006120         DISPLAY 'CXB40153 OPERATOR ' TX-USER-ID
006130             ' NOT AUTHORIZED FOR ' WS-TXL-ACTION ' - REJECTED'
006140         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
006150             TO WS-RESULT-TEXT
006160         SET TXN-NOT-VALID TO TRUE
006170     END-IF.
006180*
006190 3500-EXIT.
006200     EXIT.
006210*
006220*===============================================================
006230*    3600-NEXT-REPRO-SEQ
006240*===============================================================
006250 3600-NEXT-REPRO-SEQ.
006260*
006270*    THE HIGHEST NUMBER ALREADY OPENED FOR THE DATE AND CYCLE
006280*    ON REPROLOG, OR ON THE LAST REPROCTL RECORD SHOULD THE LOG
006290*    HAVE BEEN LOST, AND ONE MORE.  THE LEDGER EXTRACT KEEPS
006300*    EACH REPROCESSING'S POSTINGS UNDER ITS NUMBER, SO A NUMBER
006310*    IS NEVER USED TWICE.
006320*
006330     MOVE ZERO TO WS-HIGH-SEQ.
006340     SET NOT-END-OF-LOG TO TRUE.
006350     OPEN INPUT REPRO-LOG-FILE.
006360     IF WS-LOG-FILE-OK
006370         PERFORM 3610-SCAN-ONE-ENTRY THRU 3610-EXIT
006380             UNTIL END-OF-LOG
006390         CLOSE REPRO-LOG-FILE
006400     END-IF.
006410*
006420     IF WR-REPRO-DATE = TX-REPRO-DATE
006430         AND WR-REPRO-CYCLE = WS-REPRO-CYCLE
006440         AND WR-REPRO-SEQ > WS-HIGH-SEQ
006450         MOVE WR-REPRO-SEQ TO WS-HIGH-SEQ
006460     END-IF.
006470     COMPUTE WS-NEXT-SEQ = WS-HIGH-SEQ + 1.
006480*
006490 3600-EXIT.
006500     EXIT.
006510*
006520*===============================================================
006530*    3610-SCAN-ONE-ENTRY
006540*===============================================================
006550 3610-SCAN-ONE-ENTRY.
006560*
006570     READ REPRO-LOG-FILE
006580         AT END
006590             SET END-OF-LOG TO TRUE
006600             GO TO 3610-EXIT
006610     END-READ.
006620     IF LG-ACTION = 'O'
006630         AND LG-REPRO-DATE = TX-REPRO-DATE
006640         AND LG-REPRO-CYCLE = WS-REPRO-CYCLE
006650         AND LG-REPRO-SEQ > WS-HIGH-SEQ
006660         MOVE LG-REPRO-SEQ TO WS-HIGH-SEQ
006670     END-IF.
006680*
006690 3610-EXIT.
006700     EXIT.
006710*
006720*===============================================================
006730*    5000-APPLY-OPEN
006740*===============================================================
006750 5000-APPLY-OPEN.
006760*
006770     MOVE WS-REPRO-RECORD TO WS-BEFORE-IMAGE.
006780     ACCEPT WS-CHANGE-TIME FROM TIME.
006790*
006800     SET WR-OPEN TO TRUE.
006810     MOVE TX-REPRO-DATE  TO WR-REPRO-DATE.
006820     MOVE WS-REPRO-CYCLE TO WR-REPRO-CYCLE.
006830     MOVE WS-NEXT-SEQ    TO WR-REPRO-SEQ.
006840     MOVE WS-BUS-DATE    TO WR-OPEN-BUS-DATE.
006850     MOVE WS-CHANGE-TIME TO WR-OPEN-TIME.
006860     MOVE TX-USER-ID     TO WR-OPEN-USER.
006870     MOVE ZERO           TO WR-CLOSE-TIME.
006880     MOVE SPACES         TO WR-CLOSE-USER.
006890     MOVE TX-REASON      TO WR-REASON.
006900*
006910     PERFORM 5800-WRITE-REPRO-CONTROL THRU 5800-EXIT.
006920     IF REPRO-CONTROL-NOT-WRITTEN
006930         MOVE WS-BEFORE-IMAGE TO WS-REPRO-RECORD
006940         MOVE 'NOT OPENED - REPROCTL CANNOT BE WRITTEN'
006950             TO WS-RESULT-TEXT
006960         ADD 1 TO WS-REJECT-COUNT
006970         MOVE 8 TO RETURN-CODE
006980         GO TO 5000-EXIT
006990     END-IF.
007000*
007010     ADD 1 TO WS-APPLIED-COUNT.
007020     DISPLAY 'CXB40153 REPROCESSING ' WR-REPRO-SEQ ' OF '
007030         WR-REPRO-DATE ' CYCLE ' WR-REPRO-CYCLE
007040         ' OPENED BY ' TX-USER-ID.
007050     STRING 'OPENED - REPROCESSING ' WR-REPRO-SEQ ' OF '
007060         WR-REPRO-DATE ' CYCLE ' WR-REPRO-CYCLE
007070         DELIMITED BY SIZE INTO WS-RESULT-TEXT.
007080     PERFORM 6000-WRITE-REPRO-LOG THRU 6000-EXIT.
007090*
007100 5000-EXIT.
007110     EXIT.
007120*
007130*===============================================================
007140*    5500-APPLY-CLOSE
007150*===============================================================
007160 5500-APPLY-CLOSE.
007170*
007180     MOVE WS-REPRO-RECORD TO WS-BEFORE-IMAGE.
007190     ACCEPT WS-CHANGE-TIME FROM TIME.
007200*
007210     SET WR-CLOSED TO TRUE.
007220     MOVE WS-CHANGE-TIME TO WR-CLOSE-TIME.
007230     MOVE TX-USER-ID     TO WR-CLOSE-USER.
007240*
007250     PERFORM 5800-WRITE-REPRO-CONTROL THRU 5800-EXIT.
007260     IF REPRO-CONTROL-NOT-WRITTEN
007270         MOVE WS-BEFORE-IMAGE TO WS-REPRO-RECORD
007280         MOVE 'NOT CLOSED - REPROCTL CANNOT BE WRITTEN'
007290             TO WS-RESULT-TEXT
007300         ADD 1 TO WS-REJECT-COUNT
007310         MOVE 8 TO RETURN-CODE
007320         GO TO 5500-EXIT
007330     END-IF.
007340*
007350     ADD 1 TO WS-APPLIED-COUNT.
007360     DISPLAY 'CXB40153 REPROCESSING ' WR-REPRO-SEQ ' OF '
007370         WR-REPRO-DATE ' CYCLE ' WR-REPRO-CYCLE
007380         ' CLOSED BY ' TX-USER-ID.
007390     PERFORM 5600-CHECK-LEDGER THRU 5600-EXIT.
007400     PERFORM 6000-WRITE-REPRO-LOG THRU 6000-EXIT.
007410*
007420 5500-EXIT.
007430     EXIT.
007440*
007450*===============================================================
007460*    5600-CHECK-LEDGER
007470*===============================================================
007480 5600-CHECK-LEDGER.
007490*
007500*    THE REPROCESSING HAS CORRECTED THE LEDGER ONLY IF THE
007510*    CXB40124 EXTRACT ON RECORD FOR THE DATE AND CYCLE RAN IN
007520*    IT AND ENDED WITH RETURN-CODE 4 OR LESS.
007530*
007540     IF RUN-REG-NOT-OPEN
007550         DISPLAY 'CXB40153 RUNCTL UNAVAILABLE - LEDGER '
007560             'CORRECTION NOT PROVEN'
007570         MOVE 'CLOSED - LEDGER CORRECTION NOT PROVEN'
007580             TO WS-RESULT-TEXT
007590         GO TO 5600-WARN
007600     END-IF.
007610*
007620     MOVE 'CXB40124'     TO RN-RUN-PROGRAM.
007630     MOVE WR-REPRO-DATE  TO RN-RUN-DATE.
007640     MOVE WR-REPRO-CYCLE TO RN-RUN-CYCLE.
007650     READ RUN-CONTROL-FILE.
007660     IF WS-RUN-FILE-OK
007670         AND RN-RUN-ENDED
007680         AND RN-RUN-REPROCESSING
007690         AND RN-RUN-REPRO-SEQ = WR-REPRO-SEQ
007700         AND RN-RUN-RETURN-CODE NOT > 4
007710         MOVE 'CLOSED - LEDGER CORRECTED IN THIS REPROCESSING'
007720             TO WS-RESULT-TEXT
007730         GO TO 5600-EXIT
007740     END-IF.
007750*
007760     DISPLAY 'CXB40153 NO CLEAN CXB40124 RUN IN REPROCESSING '
007770         WR-REPRO-SEQ ' - LEDGER NOT CORRECTED'.
007780     MOVE 'CLOSED - LEDGER NOT CORRECTED IN THIS REPROCESSING'
007790         TO WS-RESULT-TEXT.
007800*
007810 5600-WARN.
007820     IF RETURN-CODE < 4
007830         MOVE 4 TO RETURN-CODE
007840     END-IF.
007850*
007860 5600-EXIT.
007870     EXIT.
007880*
007890*===============================================================
007900*    5800-WRITE-REPRO-CONTROL
007910*===============================================================
007920 5800-WRITE-REPRO-CONTROL.
007930*
007940*    REPROCTL HOLDS THE ONE RECORD AND IS REWRITTEN WHOLE.
007950*
007960     SET REPRO-CONTROL-WRITTEN TO TRUE.
007970     OPEN OUTPUT REPRO-CONTROL-FILE.
007980     IF NOT WS-REPRO-FILE-OK
007990         DISPLAY 'CXB40153 REPROCTL OPEN FAILED, STATUS='
008000             WS-REPRO-STATUS
008010         SET REPRO-CONTROL-NOT-WRITTEN TO TRUE
008020         GO TO 5800-EXIT
008030     END-IF.
008040*
008050     MOVE WS-REPRO-RECORD TO REPRO-CONTROL-RECORD.
008060     WRITE REPRO-CONTROL-RECORD.
008070     IF NOT WS-REPRO-FILE-OK
008080         DISPLAY 'CXB40153 REPROCTL WRITE FAILED, STATUS='
008090             WS-REPRO-STATUS
008100         SET REPRO-CONTROL-NOT-WRITTEN TO TRUE
008110     END-IF.
008120     CLOSE REPRO-CONTROL-FILE.
008130*
008140 5800-EXIT.
008150     EXIT.
008160*
008170*===============================================================
008180*    6000-WRITE-REPRO-LOG
008190*===============================================================
008200 6000-WRITE-REPRO-LOG.
008210*
008220     OPEN EXTEND REPRO-LOG-FILE.
008230     IF NOT WS-LOG-FILE-OK AND WS-LOG-NOT-FOUND
008240         CLOSE REPRO-LOG-FILE
008250         OPEN OUTPUT REPRO-LOG-FILE
008260     END-IF.
008270     IF NOT WS-LOG-FILE-OK
008280         DISPLAY 'CXB40153 REPROLOG OPEN FAILED, STATUS='
008290             WS-LOG-STATUS
008300         GO TO 6000-EXIT
008310     END-IF.
008320*
008330     MOVE WS-RUN-DATE     TO LG-CHANGE-DATE.
008340     MOVE WS-CHANGE-TIME  TO LG-CHANGE-TIME.
008350     MOVE TX-USER-ID      TO LG-USER-ID.
008360     MOVE TX-ACTION       TO LG-ACTION.
008370     MOVE WR-REPRO-DATE   TO LG-REPRO-DATE.
008380     MOVE WR-REPRO-CYCLE  TO LG-REPRO-CYCLE.
008390     MOVE WR-REPRO-SEQ    TO LG-REPRO-SEQ.
008400     MOVE WS-BEFORE-IMAGE TO LG-BEFORE-IMAGE.
008410     MOVE WS-REPRO-RECORD TO LG-AFTER-IMAGE.
008420     MOVE TX-REASON       TO LG-REASON.
008430     WRITE REPRO-LOG-RECORD.
008440     IF NOT WS-LOG-FILE-OK
008450         DISPLAY 'CXB40153 REPROLOG WRITE FAILED, STATUS='
008460             WS-LOG-STATUS
008470     END-IF.
008480     CLOSE REPRO-LOG-FILE.
008490*
008500 6000-EXIT.
008510     EXIT.
008520*
008530*===============================================================
008540*    9000-TERMINATE
008550*===============================================================
008560 9000-TERMINATE.
008570*
008580     IF REPRO-TXN-IS-OPEN
008590         CLOSE REPRO-TXN-FILE
008600     END-IF.
008610     CLOSE REPORT-FILE.
008620     IF OPER-REG-IS-OPEN
008630         CLOSE OPER-REG-FILE
008640     END-IF.
008650     IF RUN-REG-IS-OPEN
008660         CLOSE RUN-CONTROL-FILE
008670     END-IF.
008680*
008690     DISPLAY 'CXB40153 TRANSACTIONS READ: ' WS-TXN-COUNT.
008700     DISPLAY 'CXB40153 CHANGES APPLIED:   ' WS-APPLIED-COUNT.
008710     DISPLAY 'CXB40153 CHANGES REJECTED:  ' WS-REJECT-COUNT.
008720*
008730 9000-EXIT.
008740     EXIT.
