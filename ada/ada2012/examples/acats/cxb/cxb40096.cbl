000850*                           log being purged and the CXB40128
000860*                           morning report can grade it by
000870*                           severity.
000880*       15 OCT 2026   DPO   The SUSPENSE record gained a trace
000890*                           key; this service is not on the
000900*                           nightly merge path, so it writes
000910*                           the key blank.
000920*
000930 IDENTIFICATION DIVISION.
000940 PROGRAM-ID. CXB40096.
000950 AUTHOR. DATA-PROCESSING-OPERATIONS.
000960 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000970 DATE-WRITTEN. 09 AUG 2026.
000980 DATE-COMPILED.
000990*
001000 ENVIRONMENT DIVISION.
001010 INPUT-OUTPUT SECTION.
001020 FILE-CONTROL.
001030*
001040*    SUSPENSE IS WHERE AN IN STRING THAT FAILS THE PRINTABLE-BYTE
001050*    CHECK IS WRITTEN, INSTEAD OF LETTING IT FLOW INTO OUT - THE
001060*    SAME FILE AND CONVENTION CXB40091 USES.
001070*
001080     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS SUSPENSE-FILE-STATUS.
001110*
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  SUSPENSE-FILE IS EXTERNAL
001150     RECORDING MODE IS F.
001160 01  SUSPENSE-RECORD.
001170     COPY CXBSUSP
001180         REPLACING ==CXB-SU-IN-STRING==   BY ==SU-IN-STRING==
001190                   ==CXB-SU-IN-LENGTH==   BY ==SU-IN-LENGTH==
001200                   ==CXB-SU-REJECT-DATE== BY ==SU-REJECT-DATE==
001210                   ==CXB-SU-SOURCE-PROGRAM==
001220                       BY ==SU-SOURCE-PROGRAM==
001230                   ==CXB-SU-TRACE-KEY==   BY ==SU-TRACE-KEY==.
001240*
001250 WORKING-STORAGE SECTION.
001260*
001270*    STANDALONE COUNTERS AND SWITCHES
001280*
001290 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40096'.
001300*
001310*    EVENT-LOGGING FIELDS FOR THE CXB40127 SERVICE
001320*
001330 77  WS-EVT-SEVERITY           PIC X(01)  VALUE SPACE.
001340 77  WS-EVT-CODE               PIC X(08)  VALUE SPACES.
001350 77  WS-EVT-TEXT               PIC X(40)  VALUE SPACES.
001360 77  WS-EVT-RESULT             PIC X(01)  VALUE SPACE.
001370*
001380 77  SUSPENSE-FILE-STATUS      PIC X(02)  VALUE SPACES.
001390     88  SUSPENSE-FILE-OK                    VALUE '00'.
001400     88  SUSPENSE-FILE-NOT-FOUND             VALUE '35'.
001410     88  SUSPENSE-DRIVER-HELD                VALUE '41'.
001420*
001430*    WS-SCAN-INDEX WALKS BACKWARD FROM THE COPIED LENGTH LOOKING
001440*    FOR THE LAST NON-SPACE BYTE; WS-SCAN-SWITCH STOPS THE SCAN.
001450*    WS-VALID-INDEX AND WS-VALID-SWITCH ARE USED FOR THE EARLIER
001460*    FORWARD SCAN THAT CHECKS FOR NON-PRINTABLE BYTES, THE SAME
001470*    CHECK CXB40091 PERFORMS.
001480*
001490 77  WS-SCAN-INDEX             PIC 9(03)  USAGE IS COMP.
001500 77  WS-SCAN-SWITCH            PIC X(01)  VALUE 'N'.
001510     88  SCAN-DONE                           VALUE 'Y'.
001520     88  SCAN-NOT-DONE                       VALUE 'N'.
001530*
001540 77  WS-VALID-INDEX            PIC 9(03)  USAGE IS COMP.
001550 77  WS-VALID-SWITCH           PIC X(01)  VALUE 'Y'.
001560     88  INPUT-IS-VALID                      VALUE 'Y'.
001570     88  INPUT-IS-NOT-VALID                  VALUE 'N'.
001580 77  WS-LOW-PRINTABLE          PIC X(01)  VALUE SPACE.
001590 77  WS-HIGH-PRINTABLE         PIC X(01)  VALUE '~'.
001600*
001610*
001620*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
001630*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
001640*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
001650*
001660 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001670 LINKAGE SECTION.
001680*
001690 01  IN-STRING                 PIC X(80).
001700 01  IN-LENGTH                 PIC 9(03)  USAGE IS COMP.
001710 01  OUT-STRING                PIC X(80).
001720 01  OUT-LENGTH                PIC 9(03)  USAGE IS COMP.
001730*
001740*    TRUNCATED-FLAG IS SET BY 0000-MAINLINE WHENEVER IN-LENGTH
001750*    IS LARGER THAN OUT-STRING CAN HOLD, THE SAME CONVENTION
001760*    CXB40091 USES.
001770*
001780 01  TRUNCATED-FLAG            PIC X(01).
001790     88  STRING-TRUNCATED                    VALUE 'Y'.
001800     88  STRING-NOT-TRUNCATED                VALUE 'N'.
001810*
001820*    REJECTED-FLAG IS SET BY 0000-MAINLINE WHENEVER THE IN
001830*    STRING CONTAINS A NON-PRINTABLE BYTE.  THE CALLER SHOULD
001840*    TREAT OUT AS UNSET WHEN THIS IS 'Y' - THE RECORD WAS ROUTED
001850*    TO SUSPENSE INSTEAD.
001860*
001870 01  REJECTED-FLAG             PIC X(01).
001880     88  INPUT-REJECTED                      VALUE 'Y'.
001890     88  INPUT-ACCEPTED                      VALUE 'N'.
001900*
001910 PROCEDURE DIVISION USING IN-STRING
001920                          IN-LENGTH
001930                          OUT-STRING
001940                          OUT-LENGTH
001950                          TRUNCATED-FLAG
001960                          REJECTED-FLAG.
001970*
001980*===============================================================
001990*    0000-MAINLINE
002000*===============================================================
002010 0000-MAINLINE.
002020*
002030     SET INPUT-IS-VALID TO TRUE.
002040     PERFORM 1000-CHECK-PRINTABLE-CHAR THRU 1000-EXIT
002050         VARYING WS-VALID-INDEX FROM 1 BY 1
002060         UNTIL WS-VALID-INDEX > IN-LENGTH
002070            OR WS-VALID-INDEX > LENGTH OF IN-STRING
002080            OR INPUT-IS-NOT-VALID.
002090*
002100     IF INPUT-IS-NOT-VALID
002110         SET INPUT-REJECTED TO TRUE
002120         MOVE SPACES TO OUT-STRING
002130         MOVE 0 TO OUT-LENGTH
002140         SET STRING-NOT-TRUNCATED TO TRUE
002150         PERFORM 2000-WRITE-SUSPENSE-RECORD THRU 2000-EXIT
002160         MOVE 8 TO RETURN-CODE
002170     ELSE
002180         SET INPUT-ACCEPTED TO TRUE
002190         IF IN-LENGTH > LENGTH OF OUT-STRING
002200             MOVE IN-STRING(1:LENGTH OF OUT-STRING) TO OUT-STRING
002210             MOVE LENGTH OF OUT-STRING TO OUT-LENGTH
002220             SET STRING-TRUNCATED TO TRUE
002230             MOVE 4 TO RETURN-CODE
002240         ELSE
002250             MOVE IN-STRING TO OUT-STRING
002260             MOVE IN-LENGTH TO OUT-LENGTH
002270             SET STRING-NOT-TRUNCATED TO TRUE
002280             MOVE 0 TO RETURN-CODE
002290         END-IF
002300*
002310         MOVE OUT-LENGTH TO WS-SCAN-INDEX
002320         SET SCAN-NOT-DONE TO TRUE
002330         PERFORM 3000-TRIM-TRAILING-SPACES THRU 3000-EXIT
002340             UNTIL SCAN-DONE
002350         MOVE WS-SCAN-INDEX TO OUT-LENGTH
002360     END-IF.
002370*
002380     EXIT PROGRAM.
002390*
002400*===============================================================
002410*    1000-CHECK-PRINTABLE-CHAR
002420*===============================================================
002430 1000-CHECK-PRINTABLE-CHAR.
002440*
002450     IF IN-STRING(WS-VALID-INDEX:1) < WS-LOW-PRINTABLE
002460         OR IN-STRING(WS-VALID-INDEX:1) > WS-HIGH-PRINTABLE
002470         SET INPUT-IS-NOT-VALID TO TRUE
002480     END-IF.
002490*
002500 1000-EXIT.
002510     EXIT.
002520*
002530*===============================================================
002540*    2000-WRITE-SUSPENSE-RECORD
002550*===============================================================
002560 2000-WRITE-SUSPENSE-RECORD.
002570*
002580     MOVE IN-STRING TO SU-IN-STRING.
002590     MOVE IN-LENGTH TO SU-IN-LENGTH.
002600     CALL 'CXB40117' USING SU-REJECT-DATE
002610                            WS-BDAT-RESULT.
002620     MOVE PROGRAM-NAME TO SU-SOURCE-PROGRAM.
002630     MOVE SPACES TO SU-TRACE-KEY.
002640*
002650*    A STATUS OF '41' MEANS A HIGH-VOLUME DRIVER RUN ALREADY
002660*    HOLDS THE EXTERNAL CONNECTOR OPEN; THE RECORD IS WRITTEN
002670*    THROUGH IT AND THE FILE IS LEFT OPEN FOR THE REST OF THE
002680*    RUN INSTEAD OF BEING CLOSED PER CALL.
002690*
002700     OPEN EXTEND SUSPENSE-FILE.
002710     IF SUSPENSE-DRIVER-HELD
002720         WRITE SUSPENSE-RECORD
002730         IF NOT SUSPENSE-FILE-OK
002740             DISPLAY 'CXB40096 SUSPENSE WRITE FAILED, STATUS='
002750                 SUSPENSE-FILE-STATUS
002760             MOVE 'W' TO WS-EVT-SEVERITY
002770             MOVE 'SUSWRFAI' TO WS-EVT-CODE
002780             MOVE 'SUSPENSE WRITE FAILED' TO WS-EVT-TEXT
002790             PERFORM 9800-LOG-EVENT THRU 9800-EXIT
002800         END-IF
002810         GO TO 2000-EXIT
002820     END-IF.
002830*
002840     IF NOT SUSPENSE-FILE-OK AND SUSPENSE-FILE-NOT-FOUND
002850         CLOSE SUSPENSE-FILE
002860         OPEN OUTPUT SUSPENSE-FILE
002870     END-IF.
002880*
002890     IF SUSPENSE-FILE-OK OR SUSPENSE-FILE-NOT-FOUND
002900         WRITE SUSPENSE-RECORD
002910         IF NOT SUSPENSE-FILE-OK
002920             DISPLAY 'CXB40096 SUSPENSE WRITE FAILED, STATUS='
002930                 SUSPENSE-FILE-STATUS
002940             MOVE 'W' TO WS-EVT-SEVERITY
002950             MOVE 'SUSWRFAI' TO WS-EVT-CODE
002960             MOVE 'SUSPENSE WRITE FAILED' TO WS-EVT-TEXT
002970             PERFORM 9800-LOG-EVENT THRU 9800-EXIT
002980         END-IF
002990         CLOSE SUSPENSE-FILE
003000     ELSE
003010         DISPLAY 'CXB40096 SUSPENSE OPEN FAILED, STATUS='
003020             SUSPENSE-FILE-STATUS
003030         MOVE 'W' TO WS-EVT-SEVERITY
003040         MOVE 'SUSOPFAI' TO WS-EVT-CODE
003050         MOVE 'SUSPENSE OPEN FAILED' TO WS-EVT-TEXT
003060         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
003070     END-IF.
003080*
003090 2000-EXIT.
003100     EXIT.
003110*
003120*===============================================================
003130*    3000-TRIM-TRAILING-SPACES
003140*===============================================================
003150 3000-TRIM-TRAILING-SPACES.
003160*
003170     IF WS-SCAN-INDEX = 0
003180         SET SCAN-DONE TO TRUE
003190     ELSE
003200         IF OUT-STRING(WS-SCAN-INDEX:1) = SPACE
003210             SUBTRACT 1 FROM WS-SCAN-INDEX
003220         ELSE
003230             SET SCAN-DONE TO TRUE
003240         END-IF
003250     END-IF.
003260*
003270 3000-EXIT.
003280     EXIT.
003290*
003300*===============================================================
003310*    9800-LOG-EVENT
003320*===============================================================
003330 9800-LOG-EVENT.
003340*
003350*    ONE OPSEVENT RECORD THROUGH THE CXB40127 SERVICE, IN
003360*    ADDITION TO THE CONSOLE DISPLAY ALREADY MADE.  THE
003370*    CALLER LOADS THE SEVERITY, CODE, AND TEXT FIRST.
003380*
003390     CALL 'CXB40127' USING PROGRAM-NAME
003400                            WS-EVT-SEVERITY
003410                            WS-EVT-CODE
003420                            WS-EVT-TEXT
003430                            WS-EVT-RESULT.
003440*
003450 9800-EXIT.
003460     EXIT.
