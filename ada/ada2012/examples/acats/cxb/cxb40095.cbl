000840*                           log being purged and the CXB40128
000850*                           morning report can grade it by
000860*                           severity.
000870*       15 OCT 2026   DPO   The SUSPENSE record gained a trace
000880*                           key; this service is not on the
000890*                           nightly merge path, so it writes
000900*                           the key blank.
000910*
000920 IDENTIFICATION DIVISION.
000930 PROGRAM-ID. CXB40095.
000940 AUTHOR. DATA-PROCESSING-OPERATIONS.
000950 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000960 DATE-WRITTEN. 09 AUG 2026.
000970 DATE-COMPILED.
000980*
000990 ENVIRONMENT DIVISION.
001000 INPUT-OUTPUT SECTION.
001010 FILE-CONTROL.
001020*
001030*    SUSPENSE IS WHERE AN IN STRING THAT FAILS THE PRINTABLE-BYTE
001040*    CHECK IS WRITTEN, INSTEAD OF LETTING IT FLOW INTO OUT - THE
001050*    SAME FILE AND CONVENTION CXB40091 USES.
001060*
001070     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS SUSPENSE-FILE-STATUS.
001100*
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  SUSPENSE-FILE IS EXTERNAL
001140     RECORDING MODE IS F.
001150 01  SUSPENSE-RECORD.
001160     COPY CXBSUSP
001170         REPLACING ==CXB-SU-IN-STRING==   BY ==SU-IN-STRING==
001180                   ==CXB-SU-IN-LENGTH==   BY ==SU-IN-LENGTH==
001190                   ==CXB-SU-REJECT-DATE== BY ==SU-REJECT-DATE==
001200                   ==CXB-SU-SOURCE-PROGRAM==
001210                       BY ==SU-SOURCE-PROGRAM==
001220                   ==CXB-SU-TRACE-KEY==   BY ==SU-TRACE-KEY==.
001230*
001240 WORKING-STORAGE SECTION.
001250*
001260*    STANDALONE COUNTERS AND SWITCHES
001270*
001280 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40095'.
001290*
001300*    EVENT-LOGGING FIELDS FOR THE CXB40127 SERVICE
001310*
001320 77  WS-EVT-SEVERITY           PIC X(01)  VALUE SPACE.
001330 77  WS-EVT-CODE               PIC X(08)  VALUE SPACES.
001340 77  WS-EVT-TEXT               PIC X(40)  VALUE SPACES.
001350 77  WS-EVT-RESULT             PIC X(01)  VALUE SPACE.
001360*
001370 77  SUSPENSE-FILE-STATUS      PIC X(02)  VALUE SPACES.
001380     88  SUSPENSE-FILE-OK                    VALUE '00'.
001390     88  SUSPENSE-FILE-NOT-FOUND             VALUE '35'.
001400     88  SUSPENSE-DRIVER-HELD                VALUE '41'.
001410*
001420*    WS-SCAN-INDEX WALKS THE IN STRING ONE BYTE AT A TIME WHILE
001430*    WS-VALID-SWITCH RECORDS WHETHER A NON-PRINTABLE BYTE
001440*    (OUTSIDE SPACE THROUGH THE TILDE) HAS BEEN SEEN - THE SAME
001450*    CHECK CXB40091 PERFORMS.
001460*
001470 77  WS-SCAN-INDEX             PIC 9(03)  USAGE IS COMP.
001480 77  WS-VALID-SWITCH           PIC X(01)  VALUE 'Y'.
001490     88  INPUT-IS-VALID                      VALUE 'Y'.
001500     88  INPUT-IS-NOT-VALID                  VALUE 'N'.
001510 77  WS-LOW-PRINTABLE          PIC X(01)  VALUE SPACE.
001520 77  WS-HIGH-PRINTABLE         PIC X(01)  VALUE '~'.
001530*
001540*
001550*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
001560*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
001570*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
001580*
001590 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001600 LINKAGE SECTION.
001610*
001620 01  IN-STRING                 PIC X(80).
001630 01  IN-LENGTH                 PIC 9(03)  USAGE IS COMP.
001640 01  OUT-STRING                PIC X(80).
001650 01  OUT-LENGTH                PIC 9(03)  USAGE IS COMP.
001660*
001670*    TRUNCATED-FLAG IS SET BY 0000-MAINLINE WHENEVER IN-LENGTH
001680*    IS LARGER THAN OUT-STRING CAN HOLD, THE SAME CONVENTION
001690*    CXB40091 USES.
001700*
001710 01  TRUNCATED-FLAG            PIC X(01).
001720     88  STRING-TRUNCATED                    VALUE 'Y'.
001730     88  STRING-NOT-TRUNCATED                VALUE 'N'.
001740*
001750*    REJECTED-FLAG IS SET BY 0000-MAINLINE WHENEVER THE IN
001760*    STRING CONTAINS A NON-PRINTABLE BYTE.  THE CALLER SHOULD
001770*    TREAT OUT AS UNSET WHEN THIS IS 'Y' - THE RECORD WAS ROUTED
001780*    TO SUSPENSE INSTEAD.
001790*
001800 01  REJECTED-FLAG             PIC X(01).
001810     88  INPUT-REJECTED                      VALUE 'Y'.
001820     88  INPUT-ACCEPTED                      VALUE 'N'.
001830*
001840 PROCEDURE DIVISION USING IN-STRING
001850                          IN-LENGTH
001860                          OUT-STRING
001870                          OUT-LENGTH
001880                          TRUNCATED-FLAG
001890                          REJECTED-FLAG.
001900*
001910*===============================================================
001920*    0000-MAINLINE
001930*===============================================================
001940 0000-MAINLINE.
001950*
001960     SET INPUT-IS-VALID TO TRUE.
001970     PERFORM 1000-CHECK-PRINTABLE-CHAR THRU 1000-EXIT
001980         VARYING WS-SCAN-INDEX FROM 1 BY 1
001990         UNTIL WS-SCAN-INDEX > IN-LENGTH
002000            OR WS-SCAN-INDEX > LENGTH OF IN-STRING
002010            OR INPUT-IS-NOT-VALID.
002020*
002030     IF INPUT-IS-NOT-VALID
002040         SET INPUT-REJECTED TO TRUE
002050         MOVE SPACES TO OUT-STRING
002060         MOVE 0 TO OUT-LENGTH
002070         SET STRING-NOT-TRUNCATED TO TRUE
002080         PERFORM 2000-WRITE-SUSPENSE-RECORD THRU 2000-EXIT
002090         MOVE 8 TO RETURN-CODE
002100     ELSE
002110         SET INPUT-ACCEPTED TO TRUE
002120         IF IN-LENGTH > LENGTH OF OUT-STRING
002130             MOVE IN-STRING(1:LENGTH OF OUT-STRING) TO OUT-STRING
002140             MOVE LENGTH OF OUT-STRING TO OUT-LENGTH
002150             SET STRING-TRUNCATED TO TRUE
002160             MOVE 4 TO RETURN-CODE
002170         ELSE
002180             MOVE IN-STRING TO OUT-STRING
002190             MOVE IN-LENGTH TO OUT-LENGTH
002200             SET STRING-NOT-TRUNCATED TO TRUE
002210             MOVE 0 TO RETURN-CODE
002220         END-IF
002230         INSPECT OUT-STRING CONVERTING
002240             "abcdefghijklmnopqrstuvwxyz"
002250             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002260     END-IF.
002270*
002280     EXIT PROGRAM.
002290*
002300*===============================================================
002310*    1000-CHECK-PRINTABLE-CHAR
002320*===============================================================
002330 1000-CHECK-PRINTABLE-CHAR.
002340*
002350     IF IN-STRING(WS-SCAN-INDEX:1) < WS-LOW-PRINTABLE
002360         OR IN-STRING(WS-SCAN-INDEX:1) > WS-HIGH-PRINTABLE
002370         SET INPUT-IS-NOT-VALID TO TRUE
002380     END-IF.
002390*
002400 1000-EXIT.
002410     EXIT.
002420*
002430*===============================================================
002440*    2000-WRITE-SUSPENSE-RECORD
002450*===============================================================
002460 2000-WRITE-SUSPENSE-RECORD.
002470*
002480     MOVE IN-STRING TO SU-IN-STRING.
002490     MOVE IN-LENGTH TO SU-IN-LENGTH.
002500     CALL 'CXB40117' USING SU-REJECT-DATE
002510                            WS-BDAT-RESULT.
002520     MOVE PROGRAM-NAME TO SU-SOURCE-PROGRAM.
002530     MOVE SPACES TO SU-TRACE-KEY.
002540*
002550*    A STATUS OF '41' MEANS A HIGH-VOLUME DRIVER RUN ALREADY
002560*    HOLDS THE EXTERNAL CONNECTOR OPEN; THE RECORD IS WRITTEN
002570*    THROUGH IT AND THE FILE IS LEFT OPEN FOR THE REST OF THE
002580*    RUN INSTEAD OF BEING CLOSED PER CALL.
002590*
002600     OPEN EXTEND SUSPENSE-FILE.
002610     IF SUSPENSE-DRIVER-HELD
002620         WRITE SUSPENSE-RECORD
002630         IF NOT SUSPENSE-FILE-OK
002640             DISPLAY 'CXB40095 SUSPENSE WRITE FAILED, STATUS='
002650                 SUSPENSE-FILE-STATUS
002660             MOVE 'W' TO WS-EVT-SEVERITY
002670             MOVE 'SUSWRFAI' TO WS-EVT-CODE
002680             MOVE 'SUSPENSE WRITE FAILED' TO WS-EVT-TEXT
002690             PERFORM 9800-LOG-EVENT THRU 9800-EXIT
002700         END-IF
002710         GO TO 2000-EXIT
002720     END-IF.
002730*
002740     IF NOT SUSPENSE-FILE-OK AND SUSPENSE-FILE-NOT-FOUND
002750         CLOSE SUSPENSE-FILE
002760         OPEN OUTPUT SUSPENSE-FILE
002770     END-IF.
002780*
002790     IF SUSPENSE-FILE-OK OR SUSPENSE-FILE-NOT-FOUND
002800         WRITE SUSPENSE-RECORD
002810         IF NOT SUSPENSE-FILE-OK
002820             DISPLAY 'CXB40095 SUSPENSE WRITE FAILED, STATUS='
002830                 SUSPENSE-FILE-STATUS
002840             MOVE 'W' TO WS-EVT-SEVERITY
002850             MOVE 'SUSWRFAI' TO WS-EVT-CODE
002860             MOVE 'SUSPENSE WRITE FAILED' TO WS-EVT-TEXT
002870             PERFORM 9800-LOG-EVENT THRU 9800-EXIT
002880         END-IF
002890         CLOSE SUSPENSE-FILE
002900     ELSE
002910         DISPLAY 'CXB40095 SUSPENSE OPEN FAILED, STATUS='
002920             SUSPENSE-FILE-STATUS
002930         MOVE 'W' TO WS-EVT-SEVERITY
002940         MOVE 'SUSOPFAI' TO WS-EVT-CODE
002950         MOVE 'SUSPENSE OPEN FAILED' TO WS-EVT-TEXT
002960         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
002970     END-IF.
002980*
002990 2000-EXIT.
003000     EXIT.
003010*
003020*===============================================================
003030*    9800-LOG-EVENT
003040*===============================================================
003050 9800-LOG-EVENT.
003060*
003070*    ONE OPSEVENT RECORD THROUGH THE CXB40127 SERVICE, IN
003080*    ADDITION TO THE CONSOLE DISPLAY ALREADY MADE.  THE
003090*    CALLER LOADS THE SEVERITY, CODE, AND TEXT FIRST.
003100*
003110     CALL 'CXB40127' USING PROGRAM-NAME
003120                            WS-EVT-SEVERITY
003130                            WS-EVT-CODE
003140                            WS-EVT-TEXT
003150                            WS-EVT-RESULT.
003160*
003170 9800-EXIT.
003180     EXIT.
