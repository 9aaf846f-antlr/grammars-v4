000150*          Inquiry report over the RUNCTL run registry written
000160*          by the CXB40107 service.  Prints one line per batch
000170*          program showing its most recent run: business date,
000180*          processing cycle, start and end times, whether the
000190*          run ended, the record counts, and the final
000200*          RETURN-CODE.  RUNCTL is keyed by program name, run
000210*          date, and cycle, so reading it in key order delivers
000220*          each program's runs oldest first and the last record
000230*          seen per program is its latest run.
000240*
000250*     INPUTS:
000260*          RUNCTL     - keyed run registry (CXBRUNC layout).
000470*                           archive files are rebuilt into
000480*                           the new layout by the CXB40119
000490*                           conversion utility.
000500*       15 OCT 2026   DPO   The processing cycle is printed
000510*                           beside the run date now that
000520*                           RUNCTL carries it in the key.
000530*       15 OCT 2026   DPO   A reprocessing run is marked in a
000540*                           new RP column with 'R' and its
000550*                           reprocessing number.
000560*
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. CXB40108.
000590 AUTHOR. DATA-PROCESSING-OPERATIONS.
000600 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000610 DATE-WRITTEN. 23 AUG 2026.
000620 DATE-COMPILED.
000630*
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS RN-RUN-KEY
000710         FILE STATUS IS WS-RUN-STATUS.
000720     SELECT REPORT-FILE ASSIGN TO "RUNIRPT"
000730         ORGANIZATION IS SEQUENTIAL.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  RUN-CONTROL-FILE
000780     RECORDING MODE IS F.
000790 01  RUN-CONTROL-RECORD.
000800     COPY CXBRUNC
000810         REPLACING LEADING ==CXB-RUN== BY ==RN-RUN==.
000820*
000830 FD  REPORT-FILE
000840     RECORDING MODE IS F.
000850 01  REPORT-RECORD             PIC X(100).
000860*
000870 WORKING-STORAGE SECTION.
000880*
000890*    STANDALONE COUNTERS AND SWITCHES
000900*
000910 77  WS-RECORD-COUNT           PIC 9(09)  COMP VALUE ZERO.
000920 77  WS-PROGRAM-COUNT          PIC 9(09)  COMP VALUE ZERO.
000930 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
000940     88  END-OF-REGISTRY                     VALUE 'Y'.
000950     88  NOT-END-OF-REGISTRY                 VALUE 'N'.
000960 77  WS-RUN-STATUS             PIC X(02)  VALUE SPACES.
000970     88  WS-RUN-FILE-OK                      VALUE '00'.
000980*
000990 77  WS-REPORT-DATE            PIC 9(08)  VALUE ZERO.
001000*
001010*    WS-HELD-RECORD CARRIES THE LAST REGISTRY RECORD READ FOR
001020*    THE PROGRAM CURRENTLY BEING GATHERED; IT IS PRINTED WHEN
001030*    THE PROGRAM NAME CHANGES OR THE FILE ENDS, SO ONLY THE
001040*    LATEST RUN PER PROGRAM REACHES THE REPORT.
001050*
001060 77  WS-HELD-SWITCH            PIC X(01)  VALUE 'N'.
001070     88  RECORD-HELD                         VALUE 'Y'.
001080     88  NO-RECORD-HELD                      VALUE 'N'.
001090 01  WS-HELD-RECORD.
001100     COPY CXBRUNC
001110         REPLACING LEADING ==CXB-RUN== BY ==WH-RUN==.
001120*
001130*    REPORT LINE LAYOUTS
001140*
001150 01  WS-HEADING-LINE.
001160     05  FILLER                PIC X(30)
001170         VALUE "CXB40108 LAST-RUN STATUS      ".
001180     05  FILLER                PIC X(05) VALUE "DATE=".
001190     05  WS-HDG-DATE           PIC 9(08).
001200*
001210 01  WS-COLUMN-LINE.
001220     05  FILLER                PIC X(10) VALUE "PROGRAM   ".
001230     05  FILLER                PIC X(08) VALUE "RUN DATE".
001240     05  FILLER                PIC X(03) VALUE " CY".
001250     05  FILLER                PIC X(10) VALUE "     START".
001260     05  FILLER                PIC X(10) VALUE "       END".
001270     05  FILLER                PIC X(04) VALUE " STA".
001280     05  FILLER                PIC X(09) VALUE "       IN".
001290     05  FILLER                PIC X(09) VALUE "      OUT".
001300     05  FILLER                PIC X(09) VALUE "      REJ".
001310     05  FILLER                PIC X(09) VALUE "    TRUNC".
001320     05  FILLER                PIC X(09) VALUE "     OVFL".
001330     05  FILLER                PIC X(05) VALUE "   RC".
001340     05  FILLER                PIC X(05) VALUE "   RP".
001350*
001360 01  WS-DETAIL-LINE.
001370     05  WS-DTL-PROGRAM        PIC X(08).
001380     05  FILLER                PIC X(02) VALUE SPACES.
001390     05  WS-DTL-DATE           PIC 9(08).
001400     05  FILLER                PIC X(01) VALUE SPACES.
001410     05  WS-DTL-CYCLE          PIC 9(02).
001420     05  FILLER                PIC X(02) VALUE SPACES.
001430     05  WS-DTL-START          PIC 9(08).
001440     05  FILLER                PIC X(02) VALUE SPACES.
001450     05  WS-DTL-END            PIC 9(08).
001460     05  FILLER                PIC X(02) VALUE SPACES.
001470     05  WS-DTL-STATUS         PIC X(01).
001480     05  FILLER                PIC X(01) VALUE SPACES.
001490     05  WS-DTL-IN             PIC ZZZZZZZZ9.
001500     05  WS-DTL-OUT            PIC ZZZZZZZZ9.
001510     05  WS-DTL-REJ            PIC ZZZZZZZZ9.
001520     05  WS-DTL-TRUNC          PIC ZZZZZZZZ9.
001530     05  WS-DTL-OVFL           PIC ZZZZZZZZ9.
001540     05  WS-DTL-RC             PIC ZZZ9.
001550     05  FILLER                PIC X(02) VALUE SPACES.
001560     05  WS-DTL-REPRO.
001570         10  WS-DTL-REPRO-TYPE PIC X(01).
001580         10  WS-DTL-REPRO-SEQ  PIC 9(02).
001590*
001600*
001610*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
001620*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
001630*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
001640*
001650 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001660 PROCEDURE DIVISION.
001670*
001680*===============================================================
001690*    0000-MAINLINE
001700*===============================================================
001710 0000-MAINLINE.
001720*
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740*
001750     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001760         UNTIL END-OF-REGISTRY.
001770*
001780     PERFORM 8000-PRINT-HELD-RECORD THRU 8000-EXIT.
001790*
001800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001810*
001820     STOP RUN.
001830*
001840*===============================================================
001850*    1000-INITIALIZE
001860*===============================================================
001870 1000-INITIALIZE.
001880*
001890     CALL 'CXB40117' USING WS-REPORT-DATE
001900                            WS-BDAT-RESULT.
001910*
001920     OPEN OUTPUT REPORT-FILE.
001930     MOVE WS-REPORT-DATE TO WS-HDG-DATE.
001940     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
001950     WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
001960*
001970     OPEN INPUT RUN-CONTROL-FILE.
001980     IF WS-RUN-FILE-OK
001990         READ RUN-CONTROL-FILE
002000             AT END
002010                 SET END-OF-REGISTRY TO TRUE
002020         END-READ
002030     ELSE
002040         DISPLAY 'CXB40108 RUNCTL NOT AVAILABLE, STATUS='
002050             WS-RUN-STATUS
002060         SET END-OF-REGISTRY TO TRUE
002070     END-IF.
002080*
002090 1000-EXIT.
002100     EXIT.
002110*
002120*===============================================================
002130*    2000-PROCESS-RECORD
002140*===============================================================
002150 2000-PROCESS-RECORD.
002160*
002170     ADD 1 TO WS-RECORD-COUNT.
002180*
002190*    A NEW PROGRAM NAME MEANS THE HELD RECORD IS THAT
002200*    PROGRAM'S LATEST RUN - PRINT IT BEFORE HOLDING THE NEW
002210*    PROGRAM'S FIRST RECORD.  WITHIN ONE PROGRAM, EACH RECORD
002220*    SIMPLY REPLACES THE HELD ONE, SO THE LATEST DATE WINS.
002230*
002240     IF RECORD-HELD
002250         IF WH-RUN-PROGRAM NOT = RN-RUN-PROGRAM
002260             PERFORM 8000-PRINT-HELD-RECORD THRU 8000-EXIT
002270         END-IF
002280     END-IF.
002290*
002300     MOVE RUN-CONTROL-RECORD TO WS-HELD-RECORD.
002310     SET RECORD-HELD TO TRUE.
002320*
002330     READ RUN-CONTROL-FILE
002340         AT END
002350             SET END-OF-REGISTRY TO TRUE
002360     END-READ.
002370*
002380 2000-EXIT.
002390     EXIT.
002400*
002410*===============================================================
002420*    8000-PRINT-HELD-RECORD
002430*===============================================================
002440 8000-PRINT-HELD-RECORD.
002450*
002460     IF NO-RECORD-HELD
002470         GO TO 8000-EXIT
002480     END-IF.
002490*
002500     MOVE WH-RUN-PROGRAM        TO WS-DTL-PROGRAM.
002510     MOVE WH-RUN-DATE           TO WS-DTL-DATE.
002520     MOVE WH-RUN-CYCLE          TO WS-DTL-CYCLE.
002530     MOVE WH-RUN-START-TIME     TO WS-DTL-START.
002540     MOVE WH-RUN-END-TIME       TO WS-DTL-END.
002550     MOVE WH-RUN-STATUS         TO WS-DTL-STATUS.
002560     MOVE WH-RUN-IN-COUNT       TO WS-DTL-IN.
002570     MOVE WH-RUN-OUT-COUNT      TO WS-DTL-OUT.
002580     MOVE WH-RUN-REJECT-COUNT   TO WS-DTL-REJ.
002590     MOVE WH-RUN-TRUNC-COUNT    TO WS-DTL-TRUNC.
002600     MOVE WH-RUN-OVERFLOW-COUNT TO WS-DTL-OVFL.
002610     MOVE WH-RUN-RETURN-CODE    TO WS-DTL-RC.
002620     IF WH-RUN-REPROCESSING
002630         MOVE 'R'               TO WS-DTL-REPRO-TYPE
002640         MOVE WH-RUN-REPRO-SEQ  TO WS-DTL-REPRO-SEQ
002650     ELSE
002660         MOVE SPACES            TO WS-DTL-REPRO
002670     END-IF.
002680     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
002690*
002700     ADD 1 TO WS-PROGRAM-COUNT.
002710     SET NO-RECORD-HELD TO TRUE.
002720*
002730 8000-EXIT.
002740     EXIT.
002750*
002760*===============================================================
002770*    9000-TERMINATE
002780*===============================================================
002790 9000-TERMINATE.
002800*
002810     CLOSE RUN-CONTROL-FILE.
002820     CLOSE REPORT-FILE.
002830*
002840     DISPLAY 'CXB40108 REGISTRY RECORDS:  ' WS-RECORD-COUNT.
002850     DISPLAY 'CXB40108 PROGRAMS REPORTED: ' WS-PROGRAM-COUNT.
002860*
002870 9000-EXIT.
002880     EXIT.
