000100* CXB40142.CBL
000110*
000120*     PROGRAM:  CXB40142   ("SLA_Table_Maintenance")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Maintenance program for the SLATBL keyed batch-window
000160*          service-level table, built the way CXB40137
000170*          maintains STEPTBL.  Reads update transactions from
000180*          SLATXN (one per record: action, step program, target
000190*          elapsed minutes, latest end time HHMM, the operator
000200*          making the change), validates each, and only then
000210*          writes, rewrites, or deletes the SLATBL entry,
000220*          stamped with the change date, time, and operator.
000230*          Every applied change is also appended to the SLALOG
000240*          change log with the before and after targets.  An
000250*          invalid transaction is rejected and fails the job
000260*          with RETURN-CODE 8.
000270*
000280*          The validation:
000290*
000300*            - the action must be A (add or change) or D
000310*              (delete), and the step program must be named;
000320*            - an add must carry a numeric target of minutes
000330*              and a numeric latest end time that is a real
000340*              clock time (hours 00-23, minutes 00-59), and
000350*              at least one of the two must be set - an entry
000360*              with neither target measures nothing;
000370*            - a delete must name an entry on the table.
000380*
000390*          The operator id on every transaction is validated
000400*          against the OPERREG registry the way CXB40137
000410*          validates schedule changes: an unknown or inactive
000420*          id rejects the transaction.  A service-level target
000430*          only decides what the CXB40143 report warns about,
000440*          so a change takes authority level 1.  With the
000450*          registry unavailable every transaction is rejected,
000460*          so the check fails closed.
000470*
000480*     INPUTS:
000490*          SLATXN     - sequential update transactions.
000500*          OPERREG    - keyed operator registry maintained by
000510*                       CXB40123.
000520*
000530*     OUTPUTS:
000540*          SLATBL     - keyed service-level table (CXBSLA
000550*                       layout) read by the CXB40143 report.
000560*          SLALOG     - sequential change log, appended across
000570*                       runs.
000580*
000590*     CHANGE HISTORY:
000600*       15 OCT 2026   DPO   Initial release.
000610*
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. CXB40142.
000640 AUTHOR. DATA-PROCESSING-OPERATIONS.
000650 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000660 DATE-WRITTEN. 15 OCT 2026.
000670 DATE-COMPILED.
000680*
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT SLA-TXN-FILE ASSIGN TO "SLATXN"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-TXN-STATUS.
000750     SELECT SLA-TABLE-FILE ASSIGN TO "SLATBL"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS SA-SLA-KEY
000790         FILE STATUS IS WS-SLA-STATUS.
000800     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS OP-OPERATOR-ID
000840         FILE STATUS IS WS-OPER-STATUS.
000850     SELECT SLA-LOG-FILE ASSIGN TO "SLALOG"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-LOG-STATUS.
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  SLA-TXN-FILE
000920     RECORDING MODE IS F.
000930 01  SLA-TXN-RECORD.
000940     05  TX-ACTION             PIC X(01).
000950         88  TX-ADD-OR-CHANGE                  VALUE 'A'.
000960         88  TX-DELETE                         VALUE 'D'.
000970     05  TX-STEP-PROGRAM       PIC X(08).
000980     05  TX-DEFINITION.
000990         10  TX-TARGET-MINUTES PIC 9(04).
001000         10  TX-LATEST-END     PIC 9(04).
001010         10  TX-LATEST-END-PARTS REDEFINES TX-LATEST-END.
001020             15  TX-LATEST-HH  PIC 9(02).
001030             15  TX-LATEST-MM  PIC 9(02).
001040     05  TX-USER-ID            PIC X(08).
001050*
001060 FD  SLA-TABLE-FILE
001070     RECORDING MODE IS F.
001080 01  SLA-TABLE-RECORD.
001090     COPY CXBSLA
001100         REPLACING LEADING ==CXB-SA== BY ==SA==.
001110*
001120*    OPERREG IS THE OPERATOR REGISTRY MAINTAINED BY CXB40123;
001130*    EVERY TRANSACTION'S OPERATOR ID IS VALIDATED AGAINST IT
001140*    BEFORE THE CHANGE IS APPLIED.
001150*
001160 FD  OPER-REG-FILE
001170     RECORDING MODE IS F.
001180 01  OPER-REG-RECORD.
001190     COPY CXBOPER
001200         REPLACING LEADING ==CXB-OP== BY ==OP==.
001210*
001220 FD  SLA-LOG-FILE
001230     RECORDING MODE IS F.
001240 01  SLA-LOG-RECORD.
001250     05  LG-CHANGE-DATE        PIC 9(08).
001260     05  LG-CHANGE-TIME        PIC 9(08).
001270     05  LG-USER-ID            PIC X(08).
001280     05  LG-ACTION             PIC X(01).
001290     05  LG-STEP-PROGRAM       PIC X(08).
001300     05  LG-OLD-DEFINITION     PIC X(08).
001310     05  LG-NEW-DEFINITION     PIC X(08).
001320*
001330 WORKING-STORAGE SECTION.
001340*
001350*    STANDALONE COUNTERS AND SWITCHES
001360*
001370 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40142'.
001380*
001390 77  WS-TXN-COUNT              PIC 9(09)  COMP VALUE ZERO.
001400 77  WS-APPLIED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001410 77  WS-REJECT-COUNT           PIC 9(09)  COMP VALUE ZERO.
001420*
001430 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001440     88  END-OF-TXNS                         VALUE 'Y'.
001450     88  NOT-END-OF-TXNS                     VALUE 'N'.
001460*
001470 77  WS-TXN-STATUS             PIC X(02)  VALUE SPACES.
001480     88  WS-TXN-FILE-OK                      VALUE '00'.
001490 77  WS-SLA-STATUS             PIC X(02)  VALUE SPACES.
001500     88  WS-SLA-FILE-OK                      VALUE '00'.
001510     88  WS-SLA-NOT-FOUND                    VALUE '35'.
001520     88  WS-SLA-REC-MISSING                  VALUE '23'.
001530 77  WS-LOG-STATUS             PIC X(02)  VALUE SPACES.
001540     88  WS-LOG-FILE-OK                      VALUE '00'.
001550     88  WS-LOG-NOT-FOUND                    VALUE '35'.
001560 77  WS-OPER-STATUS            PIC X(02)  VALUE SPACES.
001570     88  WS-OPER-FILE-OK                     VALUE '00'.
001580 77  WS-OPER-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
001590     88  OPER-REG-IS-OPEN                    VALUE 'Y'.
001600     88  OPER-REG-NOT-OPEN                   VALUE 'N'.
001610*
001620 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001630 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
001640*
001650*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
001660*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
001670*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
001680*
001690 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001700*
001710 77  WS-VALID-SWITCH           PIC X(01)  VALUE 'Y'.
001720     88  TXN-IS-VALID                        VALUE 'Y'.
001730     88  TXN-NOT-VALID                       VALUE 'N'.
001740*
001750*    OLD DEFINITION SAVED FOR THE CHANGE LOG
001760*
001770 77  WS-OLD-DEFINITION         PIC X(08)  VALUE SPACES.
001780 77  WS-RECORD-EXISTS-SWITCH   PIC X(01)  VALUE 'N'.
001790     88  SLA-RECORD-EXISTS                   VALUE 'Y'.
001800     88  SLA-RECORD-NEW                      VALUE 'N'.
001810*
001820 PROCEDURE DIVISION.
001830*
001840*===============================================================
001850*    0000-MAINLINE
001860*===============================================================
001870 0000-MAINLINE.
001880*
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900*
001910     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
001920         UNTIL END-OF-TXNS.
001930*
001940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001950*
001960     STOP RUN.
001970*
001980*===============================================================
001990*    1000-INITIALIZE
002000*===============================================================
002010 1000-INITIALIZE.
002020*
002030     CALL 'CXB40117' USING WS-RUN-DATE
002040                            WS-BDAT-RESULT.
002050     ACCEPT WS-RUN-TIME FROM TIME.
002060*
002070     OPEN INPUT SLA-TXN-FILE.
002080     IF NOT WS-TXN-FILE-OK
002090         DISPLAY 'CXB40142 SLATXN NOT AVAILABLE, STATUS='
002100             WS-TXN-STATUS
002110         SET END-OF-TXNS TO TRUE
002120         MOVE 8 TO RETURN-CODE
002130         GO TO 1000-EXIT
002140     END-IF.
002150*
002160     OPEN I-O SLA-TABLE-FILE.
002170     IF NOT WS-SLA-FILE-OK AND WS-SLA-NOT-FOUND
002180         CLOSE SLA-TABLE-FILE
002190         OPEN OUTPUT SLA-TABLE-FILE
002200         CLOSE SLA-TABLE-FILE
002210         OPEN I-O SLA-TABLE-FILE
002220     END-IF.
002230     IF NOT WS-SLA-FILE-OK
002240         DISPLAY 'CXB40142 SLATBL OPEN FAILED, STATUS='
002250             WS-SLA-STATUS
002260         SET END-OF-TXNS TO TRUE
002270         MOVE 8 TO RETURN-CODE
002280         GO TO 1000-EXIT
002290     END-IF.
002300*
002310*    THE OPERATOR REGISTRY IS OPENED FIRST-CLASS: WITH THE
002320*    REGISTRY DOWN EVERY TRANSACTION IS REJECTED, SO THE
002330*    WHO-IS-ALLOWED CHECK FAILS CLOSED.
002340*
002350     OPEN INPUT OPER-REG-FILE.
002360     IF WS-OPER-FILE-OK
002370         SET OPER-REG-IS-OPEN TO TRUE
002380     ELSE
002390         DISPLAY 'CXB40142 OPERREG NOT AVAILABLE, STATUS='
002400             WS-OPER-STATUS
002410         DISPLAY 'CXB40142 ALL CHANGES WILL BE REJECTED'
002420     END-IF.
002430*
002440     OPEN EXTEND SLA-LOG-FILE.
002450     IF NOT WS-LOG-FILE-OK AND WS-LOG-NOT-FOUND
002460         CLOSE SLA-LOG-FILE
002470         OPEN OUTPUT SLA-LOG-FILE
002480     END-IF.
002490*
002500     READ SLA-TXN-FILE
002510         AT END
002520             SET END-OF-TXNS TO TRUE
002530     END-READ.
002540*
002550 1000-EXIT.
002560     EXIT.
002570*
002580*===============================================================
002590*    2000-PROCESS-TXN
002600*===============================================================
002610 2000-PROCESS-TXN.
002620*
002630     ADD 1 TO WS-TXN-COUNT.
002640*
002650     PERFORM 3000-VALIDATE-TXN THRU 3000-EXIT.
002660*
002670     IF TXN-IS-VALID
002680         PERFORM 4000-APPLY-TXN THRU 4000-EXIT
002690     ELSE
002700         ADD 1 TO WS-REJECT-COUNT
002710         MOVE 8 TO RETURN-CODE
002720     END-IF.
002730*
002740     READ SLA-TXN-FILE
002750         AT END
002760             SET END-OF-TXNS TO TRUE
002770     END-READ.
002780*
002790 2000-EXIT.
002800     EXIT.
002810*
002820*===============================================================
002830*    3000-VALIDATE-TXN
002840*===============================================================
002850 3000-VALIDATE-TXN.
002860*
002870     SET TXN-IS-VALID TO TRUE.
002880*
002890     IF NOT TX-ADD-OR-CHANGE AND NOT TX-DELETE
002900         DISPLAY 'CXB40142 ' TX-STEP-PROGRAM
002910             ' ACTION "' TX-ACTION '" NOT A OR D - REJECTED'
002920         SET TXN-NOT-VALID TO TRUE
002930         GO TO 3000-EXIT
002940     END-IF.
002950     IF TX-STEP-PROGRAM = SPACES
002960         DISPLAY 'CXB40142 STEP PROGRAM NOT NAMED - REJECTED'
002970         SET TXN-NOT-VALID TO TRUE
002980         GO TO 3000-EXIT
002990     END-IF.
003000*
003010     PERFORM 3500-VALIDATE-OPERATOR THRU 3500-EXIT.
003020     IF TXN-NOT-VALID OR TX-DELETE
003030         GO TO 3000-EXIT
003040     END-IF.
003050*
003060     IF TX-TARGET-MINUTES NOT NUMERIC
003070         DISPLAY 'CXB40142 ' TX-STEP-PROGRAM
003080             ' TARGET MINUTES NOT NUMERIC - REJECTED'
003090         SET TXN-NOT-VALID TO TRUE
003100         GO TO 3000-EXIT
003110     END-IF.
003120     IF TX-LATEST-END NOT NUMERIC
003130         OR TX-LATEST-HH > 23
003140         OR TX-LATEST-MM > 59
003150         DISPLAY 'CXB40142 ' TX-STEP-PROGRAM
003160             ' LATEST END "' TX-LATEST-END
003170             '" NOT A CLOCK TIME HHMM - REJECTED'
003180         SET TXN-NOT-VALID TO TRUE
003190         GO TO 3000-EXIT
003200     END-IF.
003210     IF TX-TARGET-MINUTES = ZERO AND TX-LATEST-END = ZERO
003220         DISPLAY 'CXB40142 ' TX-STEP-PROGRAM
003230             ' HAS NEITHER TARGET SET - REJECTED'
003240         SET TXN-NOT-VALID TO TRUE
003250     END-IF.
003260*
003270 3000-EXIT.
003280     EXIT.
003290*
003300*===============================================================
003310*    3500-VALIDATE-OPERATOR
003320*===============================================================
003330 3500-VALIDATE-OPERATOR.
003340*
003350*    THE TRANSACTION'S OPERATOR ID MUST BE ON THE OPERREG
003360*    REGISTRY AND ACTIVE, AT AUTHORITY LEVEL 1.  A FAILURE
003370*    HERE REJECTS THE TRANSACTION THE SAME WAY A BAD VALUE
003380*    DOES.
003390*
003400     IF OPER-REG-NOT-OPEN
003410         DISPLAY 'CXB40142 ' TX-STEP-PROGRAM
003420             ' REJECTED - OPERATOR REGISTRY UNAVAILABLE'
003430         SET TXN-NOT-VALID TO TRUE
003440         GO TO 3500-EXIT
003450     END-IF.
003460*
003470     MOVE TX-USER-ID TO OP-OPERATOR-ID.
003480     READ OPER-REG-FILE.
003490     IF NOT WS-OPER-FILE-OK
003500         DISPLAY 'CXB40142 OPERATOR ' TX-USER-ID
003510             ' NOT ON REGISTRY - REJECTED'
003520         SET TXN-NOT-VALID TO TRUE
003530         GO TO 3500-EXIT
003540     END-IF.
003550     IF NOT OP-ACTIVE
003560         DISPLAY 'CXB40142 OPERATOR ' TX-USER-ID
003570             ' INACTIVE - REJECTED'
003580         SET TXN-NOT-VALID TO TRUE
003590         GO TO 3500-EXIT
003600     END-IF.
003610     IF OP-AUTHORITY < 1
003620         DISPLAY 'CXB40142 OPERATOR ' TX-USER-ID
003630             ' NOT AUTHORIZED FOR SLA CHANGES - REJECTED'
003640         SET TXN-NOT-VALID TO TRUE
003650     END-IF.
003660*
003670 3500-EXIT.
003680     EXIT.
003690*
003700*===============================================================
003710*    4000-APPLY-TXN
003720*===============================================================
003730 4000-APPLY-TXN.
003740*
003750     MOVE TX-STEP-PROGRAM TO SA-PROGRAM.
003760     READ SLA-TABLE-FILE.
003770     IF WS-SLA-FILE-OK
003780         SET SLA-RECORD-EXISTS TO TRUE
003790         MOVE SA-DEFINITION TO WS-OLD-DEFINITION
003800     ELSE
003810         SET SLA-RECORD-NEW TO TRUE
003820         MOVE SPACES TO WS-OLD-DEFINITION
003830     END-IF.
003840*
003850     IF TX-DELETE
003860         PERFORM 4100-DELETE-ENTRY THRU 4100-EXIT
003870         GO TO 4000-EXIT
003880     END-IF.
003890*
003900     MOVE TX-STEP-PROGRAM   TO SA-PROGRAM.
003910     MOVE TX-DEFINITION     TO SA-DEFINITION.
003920     MOVE WS-RUN-DATE       TO SA-UPD-DATE.
003930     MOVE WS-RUN-TIME       TO SA-UPD-TIME.
003940     MOVE TX-USER-ID        TO SA-UPD-USER.
003950*
003960     IF SLA-RECORD-EXISTS
003970         REWRITE SLA-TABLE-RECORD
003980     ELSE
003990         WRITE SLA-TABLE-RECORD
004000     END-IF.
004010     IF NOT WS-SLA-FILE-OK
004020         DISPLAY 'CXB40142 SLATBL UPDATE FAILED, STATUS='
004030             WS-SLA-STATUS
004040         ADD 1 TO WS-REJECT-COUNT
004050         MOVE 8 TO RETURN-CODE
004060         GO TO 4000-EXIT
004070     END-IF.
004080*
004090     ADD 1 TO WS-APPLIED-COUNT.
004100     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
004110*
004120 4000-EXIT.
004130     EXIT.
004140*
004150*===============================================================
004160*    4100-DELETE-ENTRY
004170*===============================================================
004180 4100-DELETE-ENTRY.
004190*
004200*    DELETING AN ENTRY THAT IS NOT ON FILE IS REJECTED, SO A
004210*    MISKEYED DELETE DOES NOT PASS SILENTLY.
004220*
004230     IF SLA-RECORD-NEW
004240         DISPLAY 'CXB40142 ' TX-STEP-PROGRAM
004250             ' NOT ON SLATBL - DELETE REJECTED'
004260         ADD 1 TO WS-REJECT-COUNT
004270         MOVE 8 TO RETURN-CODE
004280         GO TO 4100-EXIT
004290     END-IF.
004300*
004310     DELETE SLA-TABLE-FILE RECORD.
004320     IF NOT WS-SLA-FILE-OK
004330         DISPLAY 'CXB40142 SLATBL DELETE FAILED, STATUS='
004340             WS-SLA-STATUS
004350         ADD 1 TO WS-REJECT-COUNT
004360         MOVE 8 TO RETURN-CODE
004370         GO TO 4100-EXIT
004380     END-IF.
004390*
004400     ADD 1 TO WS-APPLIED-COUNT.
004410     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
004420*
004430 4100-EXIT.
004440     EXIT.
004450*
004460*===============================================================
004470*    5000-WRITE-CHANGE-LOG
004480*===============================================================
004490 5000-WRITE-CHANGE-LOG.
004500*
004510*    A DELETE IS LOGGED WITH A BLANK NEW DEFINITION.
004520*
004530     MOVE WS-RUN-DATE        TO LG-CHANGE-DATE.
004540     ACCEPT LG-CHANGE-TIME FROM TIME.
004550     MOVE TX-USER-ID         TO LG-USER-ID.
004560     MOVE TX-ACTION          TO LG-ACTION.
004570     MOVE TX-STEP-PROGRAM    TO LG-STEP-PROGRAM.
004580     MOVE WS-OLD-DEFINITION  TO LG-OLD-DEFINITION.
004590     IF TX-DELETE
004600         MOVE SPACES         TO LG-NEW-DEFINITION
004610     ELSE
004620         MOVE TX-DEFINITION  TO LG-NEW-DEFINITION
004630     END-IF.
004640     WRITE SLA-LOG-RECORD.
004650     IF NOT WS-LOG-FILE-OK
004660         DISPLAY 'CXB40142 SLALOG WRITE FAILED, STATUS='
004670             WS-LOG-STATUS
004680     END-IF.
004690*
004700 5000-EXIT.
004710     EXIT.
004720*
004730*===============================================================
004740*    9000-TERMINATE
004750*===============================================================
004760 9000-TERMINATE.
004770*
004780     CLOSE SLA-TXN-FILE.
004790     CLOSE SLA-TABLE-FILE.
004800     CLOSE SLA-LOG-FILE.
004810     IF OPER-REG-IS-OPEN
004820         CLOSE OPER-REG-FILE
004830     END-IF.
004840*
004850     DISPLAY 'CXB40142 TRANSACTIONS READ: ' WS-TXN-COUNT.
004860     DISPLAY 'CXB40142 CHANGES APPLIED:   ' WS-APPLIED-COUNT.
004870     DISPLAY 'CXB40142 CHANGES REJECTED:  ' WS-REJECT-COUNT.
004880*
004890 9000-EXIT.
004900     EXIT.
