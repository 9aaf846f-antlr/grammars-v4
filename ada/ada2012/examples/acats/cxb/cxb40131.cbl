000480*
000490*     CHANGE HISTORY:
000500*       02 SEP 2026   DPO   Initial release.
000510*       15 OCT 2026   DPO   Each run line now shows the
000520*                           processing cycle it ran in, so a
000530*                           program worked in both the
000540*                           overnight and midday cycles of the
000550*                           date is listed once per cycle.
000560*                           GENCTL entries carry the cycle too.
000570*
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. CXB40131.
000600 AUTHOR. DATA-PROCESSING-OPERATIONS.
000610 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000620 DATE-WRITTEN. 02 SEP 2026.
000630 DATE-COMPILED.
000640*
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS RN-RUN-KEY
000720         FILE STATUS IS WS-RUN-STATUS.
000730     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-SUSP-STATUS.
000760     SELECT DBL-EXCP-FILE ASSIGN TO "DBLEXCP"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-DEXC-STATUS.
000790     SELECT PD-EXCP-FILE ASSIGN TO "PDEXCP"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-PEXC-STATUS.
000820     SELECT OPS-EVENT-FILE ASSIGN TO "OPSEVENT"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS EV-EVENT-KEY
000860         FILE STATUS IS WS-EVENT-STATUS.
000870     SELECT GEN-CONTROL-FILE ASSIGN TO "GENCTL"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-GEN-STATUS.
000900     SELECT SITE-PARM-FILE ASSIGN TO "SITEPARM"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS SP-PARM-KEY
000940         FILE STATUS IS WS-PARM-STATUS.
000950     SELECT REPORT-FILE ASSIGN TO "SCORECRD"
000960         ORGANIZATION IS SEQUENTIAL.
000970*
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  RUN-CONTROL-FILE
001010     RECORDING MODE IS F.
001020 01  RUN-CONTROL-RECORD.
001030     COPY CXBRUNC
001040         REPLACING LEADING ==CXB-RUN== BY ==RN-RUN==.
001050*
001060 FD  SUSPENSE-FILE
001070     RECORDING MODE IS F.
001080 01  SUSPENSE-RECORD.
001090     COPY CXBSUSP
001100         REPLACING ==CXB-SU-IN-STRING==   BY ==SU-IN-STRING==
001110                   ==CXB-SU-IN-LENGTH==   BY ==SU-IN-LENGTH==
001120                   ==CXB-SU-REJECT-DATE== BY ==SU-REJECT-DATE==
001130                   ==CXB-SU-SOURCE-PROGRAM==
001140                       BY ==SU-SOURCE-PROGRAM==.
001150*
001160 FD  DBL-EXCP-FILE
001170     RECORDING MODE IS F.
001180 01  DBL-EXCP-RECORD           PIC X(12).
001190*
001200 FD  PD-EXCP-FILE
001210     RECORDING MODE IS F.
001220 01  PD-EXCP-RECORD            PIC X(15).
001230*
001240 FD  OPS-EVENT-FILE
001250     RECORDING MODE IS F.
001260 01  OPS-EVENT-RECORD.
001270     COPY CXBEVNT
001280         REPLACING LEADING ==CXB-EV== BY ==EV==.
001290*
001300 FD  GEN-CONTROL-FILE
001310     RECORDING MODE IS F.
001320 01  GEN-CONTROL-RECORD.
001330     05  GC-FILE-ID            PIC X(08).
001340     05  GC-SLOT               PIC 9(01).
001350     05  GC-GEN-DATE           PIC 9(08).
001360     05  GC-GEN-TIME           PIC 9(08).
001370     05  GC-RECORD-COUNT       PIC 9(09).
001380     05  GC-GEN-CYCLE          PIC 9(02).
001390*
001400 FD  SITE-PARM-FILE
001410     RECORDING MODE IS F.
001420 01  SITE-PARM-RECORD.
001430     COPY CXBPARM
001440         REPLACING LEADING ==CXB== BY ==SP==.
001450*
001460 FD  REPORT-FILE
001470     RECORDING MODE IS F.
001480 01  REPORT-RECORD             PIC X(80).
001490*
001500 WORKING-STORAGE SECTION.
001510*
001520*    STANDALONE COUNTERS AND SWITCHES
001530*
001540 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40131'.
001550*
001560 77  WS-REPORT-DATE            PIC 9(08)  VALUE ZERO.
001570 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001580*
001590 77  WS-RUN-STATUS             PIC X(02)  VALUE SPACES.
001600     88  WS-RUN-FILE-OK                      VALUE '00'.
001610 77  WS-SUSP-STATUS            PIC X(02)  VALUE SPACES.
001620     88  WS-SUSP-FILE-OK                     VALUE '00'.
001630 77  WS-DEXC-STATUS            PIC X(02)  VALUE SPACES.
001640     88  WS-DEXC-FILE-OK                     VALUE '00'.
001650 77  WS-PEXC-STATUS            PIC X(02)  VALUE SPACES.
001660     88  WS-PEXC-FILE-OK                     VALUE '00'.
001670 77  WS-EVENT-STATUS           PIC X(02)  VALUE SPACES.
001680     88  WS-EVENT-FILE-OK                    VALUE '00'.
001690 77  WS-GEN-STATUS             PIC X(02)  VALUE SPACES.
001700     88  WS-GEN-FILE-OK                      VALUE '00'.
001710 77  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
001720     88  WS-PARM-FILE-OK                     VALUE '00'.
001730*
001740 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001750     88  END-OF-INPUT                        VALUE 'Y'.
001760     88  NOT-END-OF-INPUT                    VALUE 'N'.
001770*
001780*    SCORECARD TALLIES
001790*
001800 77  WS-RUN-LINE-COUNT         PIC 9(03)  COMP VALUE ZERO.
001810 77  WS-RUN-BAD-COUNT          PIC 9(03)  COMP VALUE ZERO.
001820 77  WS-RUN-WARN-COUNT         PIC 9(03)  COMP VALUE ZERO.
001830 77  WS-SUSP-COUNT             PIC 9(09)  COMP VALUE ZERO.
001840 77  WS-SUSP-AGED-COUNT        PIC 9(09)  COMP VALUE ZERO.
001850 77  WS-DEXC-COUNT             PIC 9(09)  COMP VALUE ZERO.
001860 77  WS-PEXC-COUNT             PIC 9(09)  COMP VALUE ZERO.
001870 77  WS-FATAL-COUNT            PIC 9(09)  COMP VALUE ZERO.
001880 77  WS-WARNING-COUNT          PIC 9(09)  COMP VALUE ZERO.
001890 77  WS-INFO-COUNT             PIC 9(09)  COMP VALUE ZERO.
001900 77  WS-GEN-KEPT-COUNT         PIC 9(03)  COMP VALUE ZERO.
001910*
001920*    WS-AGE-LIMIT DEFAULTS TO 7 AND IS OVERRIDDEN BY THE
001930*    SUSP-AGE-DAYS SITE PARAMETER.  THE AGING ARITHMETIC IS
001940*    THE SAME CALENDAR APPROXIMATION CXB40101 USES.
001950*
001960 77  WS-AGE-LIMIT              PIC 9(03)  VALUE 7.
001970 01  WS-RUN-DATE-VIEW          PIC 9(08)  VALUE ZERO.
001980 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-VIEW.
001990     05  WS-RUN-CCYY           PIC 9(04).
002000     05  WS-RUN-MM             PIC 9(02).
002010     05  WS-RUN-DD             PIC 9(02).
002020 01  WS-REJ-DATE               PIC 9(08)  VALUE ZERO.
002030 01  WS-REJ-DATE-PARTS REDEFINES WS-REJ-DATE.
002040     05  WS-REJ-CCYY           PIC 9(04).
002050     05  WS-REJ-MM             PIC 9(02).
002060     05  WS-REJ-DD             PIC 9(02).
002070 77  WS-RUN-DAYS               PIC S9(09) COMP VALUE ZERO.
002080 77  WS-REJ-DAYS               PIC S9(09) COMP VALUE ZERO.
002090 77  WS-AGE-DAYS               PIC S9(09) COMP VALUE ZERO.
002100*
002110*    REPORT LINE LAYOUTS
002120*
002130 01  WS-HEADING-LINE.
002140     05  FILLER                PIC X(31)
002150         VALUE "CXB40131 MORNING SCORECARD FOR ".
002160     05  WS-HDG-DATE           PIC 9(08).
002170*
002180 01  WS-SECTION-LINE.
002190     05  WS-SEC-TITLE          PIC X(40).
002200*
002210 01  WS-RUN-LINE.
002220     05  FILLER                PIC X(02) VALUE SPACES.
002230     05  WS-RUN-PROGRAM        PIC X(08).
002240     05  FILLER                PIC X(04) VALUE " CY=".
002250     05  WS-RUN-CYCLE          PIC 9(02).
002260     05  FILLER                PIC X(01) VALUE SPACES.
002270     05  WS-RUN-OUTCOME        PIC X(12).
002280     05  FILLER                PIC X(04) VALUE " RC=".
002290     05  WS-RUN-RC             PIC ZZZ9.
002300     05  FILLER                PIC X(01) VALUE SPACES.
002310     05  WS-RUN-FLAG           PIC X(02).
002320*
002330 01  WS-COUNT-LINE.
002340     05  FILLER                PIC X(02) VALUE SPACES.
002350     05  WS-CNT-LABEL          PIC X(30).
002360     05  WS-CNT-VALUE          PIC ZZZZZZZZ9.
002370     05  FILLER                PIC X(01) VALUE SPACES.
002380     05  WS-CNT-FLAG           PIC X(02).
002390*
002400 01  WS-VERDICT-LINE.
002410     05  FILLER                PIC X(25)
002420         VALUE "OVERALL NIGHT VERDICT:   ".
002430     05  WS-VDT-TEXT           PIC X(12).
002440*
002450 PROCEDURE DIVISION.
002460*
002470*===============================================================
002480*    0000-MAINLINE
002490*===============================================================
002500 0000-MAINLINE.
002510*
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002530*
002540     PERFORM 2000-SCORE-RUN-OUTCOMES THRU 2000-EXIT.
002550     PERFORM 3000-SCORE-SUSPENSE THRU 3000-EXIT.
002560     PERFORM 4000-SCORE-EXCEPTIONS THRU 4000-EXIT.
002570     PERFORM 5000-SCORE-EVENTS THRU 5000-EXIT.
002580     PERFORM 6000-SCORE-GENERATIONS THRU 6000-EXIT.
002590*
002600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002610*
002620     STOP RUN.
002630*
002640*===============================================================
002650*    1000-INITIALIZE
002660*===============================================================
002670 1000-INITIALIZE.
002680*
002690     CALL 'CXB40117' USING WS-REPORT-DATE
002700                            WS-BDAT-RESULT.
002710     MOVE WS-REPORT-DATE TO WS-RUN-DATE-VIEW.
002720     COMPUTE WS-RUN-DAYS =
002730         (WS-RUN-CCYY * 365) + (WS-RUN-MM * 30) + WS-RUN-DD.
002740*
002750     PERFORM 1300-GET-SITE-PARMS THRU 1300-EXIT.
002760*
002770     OPEN OUTPUT REPORT-FILE.
002780     MOVE WS-REPORT-DATE TO WS-HDG-DATE.
002790     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
002800*
002810 1000-EXIT.
002820     EXIT.
002830*
002840*===============================================================
002850*    1300-GET-SITE-PARMS
002860*===============================================================
002870 1300-GET-SITE-PARMS.
002880*
002890*    OPERATIONAL KNOBS COME FROM THE SITEPARM FILE MAINTAINED
002900*    BY CXB40110; A MISSING FILE OR RECORD LEAVES THE
002910*    COMPILED-IN DEFAULT IN PLACE.
002920*
002930     OPEN INPUT SITE-PARM-FILE.
002940     IF NOT WS-PARM-FILE-OK
002950         GO TO 1300-EXIT
002960     END-IF.
002970*
002980     MOVE 'SUSP-AGE-DAYS' TO SP-PARM-NAME.
002990     READ SITE-PARM-FILE.
003000     IF WS-PARM-FILE-OK AND SP-PARM-VALUE > ZERO
003010         MOVE SP-PARM-VALUE TO WS-AGE-LIMIT
003020     END-IF.
003030*
003040     CLOSE SITE-PARM-FILE.
003050*
003060 1300-EXIT.
003070     EXIT.
003080*
003090*===============================================================
003100*    2000-SCORE-RUN-OUTCOMES
003110*===============================================================
003120 2000-SCORE-RUN-OUTCOMES.
003130*
003140     MOVE 'PROGRAM RUNS THIS BUSINESS DATE' TO WS-SEC-TITLE.
003150     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
003160*
003170     SET NOT-END-OF-INPUT TO TRUE.
003180     OPEN INPUT RUN-CONTROL-FILE.
003190     IF NOT WS-RUN-FILE-OK
003200         MOVE 'RUN REGISTRY NOT AVAILABLE    ' TO WS-CNT-LABEL
003210         MOVE ZERO TO WS-CNT-VALUE
003220         MOVE '**' TO WS-CNT-FLAG
003230         WRITE REPORT-RECORD FROM WS-COUNT-LINE
003240         ADD 1 TO WS-RUN-BAD-COUNT
003250         GO TO 2000-EXIT
003260     END-IF.
003270*
003280     PERFORM 2100-SCORE-ONE-RUN THRU 2100-EXIT
003290         UNTIL END-OF-INPUT.
003300     CLOSE RUN-CONTROL-FILE.
003310*
003320     IF WS-RUN-LINE-COUNT = ZERO
003330         MOVE 'NO RUNS ON RECORD             ' TO WS-CNT-LABEL
003340         MOVE ZERO TO WS-CNT-VALUE
003350         MOVE '**' TO WS-CNT-FLAG
003360         WRITE REPORT-RECORD FROM WS-COUNT-LINE
003370         ADD 1 TO WS-RUN-BAD-COUNT
003380     END-IF.
003390*
003400 2000-EXIT.
003410     EXIT.
003420*
003430*===============================================================
003440*    2100-SCORE-ONE-RUN
003450*===============================================================
003460 2100-SCORE-ONE-RUN.
003470*
003480     READ RUN-CONTROL-FILE
003490         AT END
003500             SET END-OF-INPUT TO TRUE
003510             GO TO 2100-EXIT
003520     END-READ.
003530*
003540     IF RN-RUN-DATE NOT = WS-REPORT-DATE
003550         GO TO 2100-EXIT
003560     END-IF.
003570*
003580     ADD 1 TO WS-RUN-LINE-COUNT.
003590     MOVE RN-RUN-PROGRAM TO WS-RUN-PROGRAM.
003600     MOVE RN-RUN-CYCLE TO WS-RUN-CYCLE.
003610     MOVE RN-RUN-RETURN-CODE TO WS-RUN-RC.
003620     MOVE SPACES TO WS-RUN-FLAG.
003630     EVALUATE TRUE
003640         WHEN NOT RN-RUN-ENDED
003650             MOVE 'NEVER ENDED' TO WS-RUN-OUTCOME
003660             MOVE '**' TO WS-RUN-FLAG
003670             ADD 1 TO WS-RUN-BAD-COUNT
003680         WHEN RN-RUN-RETURN-CODE >= 8
003690             MOVE 'ENDED BADLY' TO WS-RUN-OUTCOME
003700             MOVE '**' TO WS-RUN-FLAG
003710             ADD 1 TO WS-RUN-BAD-COUNT
003720         WHEN RN-RUN-RETURN-CODE > ZERO
003730             MOVE 'ENDED RC>0 ' TO WS-RUN-OUTCOME
003740             MOVE '* ' TO WS-RUN-FLAG
003750             ADD 1 TO WS-RUN-WARN-COUNT
003760         WHEN OTHER
003770             MOVE 'ENDED CLEAN' TO WS-RUN-OUTCOME
003780     END-EVALUATE.
003790     WRITE REPORT-RECORD FROM WS-RUN-LINE.
003800*
003810 2100-EXIT.
003820     EXIT.
003830*
003840*===============================================================
003850*    3000-SCORE-SUSPENSE
003860*===============================================================
003870 3000-SCORE-SUSPENSE.
003880*
003890     MOVE 'SUSPENSE ON HAND' TO WS-SEC-TITLE.
003900     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
003910*
003920     SET NOT-END-OF-INPUT TO TRUE.
003930     OPEN INPUT SUSPENSE-FILE.
003940     IF WS-SUSP-FILE-OK
003950         PERFORM 3100-SCORE-ONE-SUSP THRU 3100-EXIT
003960             UNTIL END-OF-INPUT
003970         CLOSE SUSPENSE-FILE
003980     END-IF.
003990*
004000     MOVE 'SUSPENDED RECORDS             ' TO WS-CNT-LABEL.
004010     MOVE WS-SUSP-COUNT TO WS-CNT-VALUE.
004020     MOVE SPACES TO WS-CNT-FLAG.
004030     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
004040*
004050     MOVE 'AGED PAST THRESHOLD           ' TO WS-CNT-LABEL.
004060     MOVE WS-SUSP-AGED-COUNT TO WS-CNT-VALUE.
004070     IF WS-SUSP-AGED-COUNT > ZERO
004080         MOVE '* ' TO WS-CNT-FLAG
004090     ELSE
004100         MOVE SPACES TO WS-CNT-FLAG
004110     END-IF.
004120     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
004130*
004140 3000-EXIT.
004150     EXIT.
004160*
004170*===============================================================
004180*    3100-SCORE-ONE-SUSP
004190*===============================================================
004200 3100-SCORE-ONE-SUSP.
004210*
004220     READ SUSPENSE-FILE
004230         AT END
004240             SET END-OF-INPUT TO TRUE
004250             GO TO 3100-EXIT
004260     END-READ.
004270*
004280     ADD 1 TO WS-SUSP-COUNT.
004290*
004300     MOVE SU-REJECT-DATE TO WS-REJ-DATE.
004310     COMPUTE WS-REJ-DAYS =
004320         (WS-REJ-CCYY * 365) + (WS-REJ-MM * 30) + WS-REJ-DD.
004330     COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-REJ-DAYS.
004340     IF WS-AGE-DAYS > WS-AGE-LIMIT
004350         ADD 1 TO WS-SUSP-AGED-COUNT
004360     END-IF.
004370*
004380 3100-EXIT.
004390     EXIT.
004400*
004410*===============================================================
004420*    4000-SCORE-EXCEPTIONS
004430*===============================================================
004440 4000-SCORE-EXCEPTIONS.
004450*
004460     MOVE 'DOUBLING EXCEPTIONS OPEN' TO WS-SEC-TITLE.
004470     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
004480*
004490     SET NOT-END-OF-INPUT TO TRUE.
004500     OPEN INPUT DBL-EXCP-FILE.
004510     IF WS-DEXC-FILE-OK
004520         PERFORM 4100-COUNT-ONE-DEXC THRU 4100-EXIT
004530             UNTIL END-OF-INPUT
004540         CLOSE DBL-EXCP-FILE
004550     END-IF.
004560*
004570     SET NOT-END-OF-INPUT TO TRUE.
004580     OPEN INPUT PD-EXCP-FILE.
004590     IF WS-PEXC-FILE-OK
004600         PERFORM 4200-COUNT-ONE-PEXC THRU 4200-EXIT
004610             UNTIL END-OF-INPUT
004620         CLOSE PD-EXCP-FILE
004630     END-IF.
004640*
004650     MOVE 'BINARY PATH (DBLEXCP)         ' TO WS-CNT-LABEL.
004660     MOVE WS-DEXC-COUNT TO WS-CNT-VALUE.
004670     IF WS-DEXC-COUNT > ZERO
004680         MOVE '* ' TO WS-CNT-FLAG
004690     ELSE
004700         MOVE SPACES TO WS-CNT-FLAG
004710     END-IF.
004720     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
004730*
004740     MOVE 'PER-DIEM PATH (PDEXCP)        ' TO WS-CNT-LABEL.
004750     MOVE WS-PEXC-COUNT TO WS-CNT-VALUE.
004760     IF WS-PEXC-COUNT > ZERO
004770         MOVE '* ' TO WS-CNT-FLAG
004780     ELSE
004790         MOVE SPACES TO WS-CNT-FLAG
004800     END-IF.
004810     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
004820*
004830 4000-EXIT.
004840     EXIT.
004850*
004860*===============================================================
004870*    4100-COUNT-ONE-DEXC
004880*===============================================================
004890 4100-COUNT-ONE-DEXC.
004900*
004910     READ DBL-EXCP-FILE
004920         AT END
004930             SET END-OF-INPUT TO TRUE
004940             GO TO 4100-EXIT
004950     END-READ.
004960     ADD 1 TO WS-DEXC-COUNT.
004970*
004980 4100-EXIT.
004990     EXIT.
005000*
005010*===============================================================
005020*    4200-COUNT-ONE-PEXC
005030*===============================================================
005040 4200-COUNT-ONE-PEXC.
005050*
005060     READ PD-EXCP-FILE
005070         AT END
005080             SET END-OF-INPUT TO TRUE
005090             GO TO 4200-EXIT
005100     END-READ.
005110     ADD 1 TO WS-PEXC-COUNT.
005120*
005130 4200-EXIT.
005140     EXIT.
005150*
005160*===============================================================
005170*    5000-SCORE-EVENTS
005180*===============================================================
005190 5000-SCORE-EVENTS.
005200*
005210     MOVE 'OPERATIONS EVENTS TONIGHT' TO WS-SEC-TITLE.
005220     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
005230*
005240     SET NOT-END-OF-INPUT TO TRUE.
005250     OPEN INPUT OPS-EVENT-FILE.
005260     IF WS-EVENT-FILE-OK
005270         MOVE WS-REPORT-DATE TO EV-DATE
005280         MOVE ZERO TO EV-TIME
005290         MOVE SPACES TO EV-PROGRAM
005300         MOVE SPACES TO EV-CODE
005310         START OPS-EVENT-FILE
005320             KEY IS NOT LESS THAN EV-EVENT-KEY
005330         IF WS-EVENT-FILE-OK
005340             PERFORM 5100-COUNT-ONE-EVENT THRU 5100-EXIT
005350                 UNTIL END-OF-INPUT
005360         END-IF
005370         CLOSE OPS-EVENT-FILE
005380     END-IF.
005390*
005400     MOVE 'FATAL EVENTS                  ' TO WS-CNT-LABEL.
005410     MOVE WS-FATAL-COUNT TO WS-CNT-VALUE.
005420     IF WS-FATAL-COUNT > ZERO
005430         MOVE '**' TO WS-CNT-FLAG
005440     ELSE
005450         MOVE SPACES TO WS-CNT-FLAG
005460     END-IF.
005470     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
005480*
005490     MOVE 'WARNINGS                      ' TO WS-CNT-LABEL.
005500     MOVE WS-WARNING-COUNT TO WS-CNT-VALUE.
005510     IF WS-WARNING-COUNT > ZERO
005520         MOVE '* ' TO WS-CNT-FLAG
005530     ELSE
005540         MOVE SPACES TO WS-CNT-FLAG
005550     END-IF.
005560     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
005570*
005580     MOVE 'INFORMATION                   ' TO WS-CNT-LABEL.
005590     MOVE WS-INFO-COUNT TO WS-CNT-VALUE.
005600     MOVE SPACES TO WS-CNT-FLAG.
005610     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
005620*
005630 5000-EXIT.
005640     EXIT.
005650*
005660*===============================================================
005670*    5100-COUNT-ONE-EVENT
005680*===============================================================
005690 5100-COUNT-ONE-EVENT.
005700*
005710     READ OPS-EVENT-FILE NEXT RECORD
005720         AT END
005730             SET END-OF-INPUT TO TRUE
005740             GO TO 5100-EXIT
005750     END-READ.
005760*
005770     IF EV-DATE NOT = WS-REPORT-DATE
005780         SET END-OF-INPUT TO TRUE
005790         GO TO 5100-EXIT
005800     END-IF.
005810*
005820     EVALUATE TRUE
005830         WHEN EV-FATAL
005840             ADD 1 TO WS-FATAL-COUNT
005850         WHEN EV-WARNING
005860             ADD 1 TO WS-WARNING-COUNT
005870         WHEN OTHER
005880             ADD 1 TO WS-INFO-COUNT
005890     END-EVALUATE.
005900*
005910 5100-EXIT.
005920     EXIT.
005930*
005940*===============================================================
005950*    6000-SCORE-GENERATIONS
005960*===============================================================
005970 6000-SCORE-GENERATIONS.
005980*
005990     MOVE 'GENERATIONS KEPT TONIGHT' TO WS-SEC-TITLE.
006000     PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
006010*
006020     SET NOT-END-OF-INPUT TO TRUE.
006030     OPEN INPUT GEN-CONTROL-FILE.
006040     IF WS-GEN-FILE-OK
006050         PERFORM 6100-SCORE-ONE-GEN THRU 6100-EXIT
006060             UNTIL END-OF-INPUT
006070         CLOSE GEN-CONTROL-FILE
006080     END-IF.
006090*
006100     MOVE 'GENERATIONS DATED TONIGHT     ' TO WS-CNT-LABEL.
006110     MOVE WS-GEN-KEPT-COUNT TO WS-CNT-VALUE.
006120     IF WS-GEN-KEPT-COUNT = ZERO
006130         MOVE '* ' TO WS-CNT-FLAG
006140     ELSE
006150         MOVE SPACES TO WS-CNT-FLAG
006160     END-IF.
006170     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
006180*
006190 6000-EXIT.
006200     EXIT.
006210*
006220*===============================================================
006230*    6100-SCORE-ONE-GEN
006240*===============================================================
006250 6100-SCORE-ONE-GEN.
006260*
006270     READ GEN-CONTROL-FILE
006280         AT END
006290             SET END-OF-INPUT TO TRUE
006300             GO TO 6100-EXIT
006310     END-READ.
006320*
006330     IF GC-GEN-DATE = WS-REPORT-DATE
006340         ADD 1 TO WS-GEN-KEPT-COUNT
006350     END-IF.
006360*
006370 6100-EXIT.
006380     EXIT.
006390*
006400*===============================================================
006410*    7000-WRITE-SECTION
006420*===============================================================
006430 7000-WRITE-SECTION.
006440*
006450     MOVE SPACES TO REPORT-RECORD.
006460     WRITE REPORT-RECORD.
006470     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
006480*
006490 7000-EXIT.
006500     EXIT.
006510*
006520*===============================================================
006530*    9000-TERMINATE
006540*===============================================================
006550 9000-TERMINATE.
006560*
006570*    THE VERDICT: FAILED WHEN ANY RUN ENDED BADLY OR NEVER
006580*    ENDED, OR A FATAL EVENT IS ON FILE; ATTENTION WHEN
006590*    ANYTHING ELSE NEEDS A LOOK (OPEN EXCEPTIONS, AGED
006600*    SUSPENSE, WARNINGS, NONZERO RETURN-CODES, NO GENERATION
006610*    KEPT); OK OTHERWISE.
006620*
006630     MOVE SPACES TO REPORT-RECORD.
006640     WRITE REPORT-RECORD.
006650     EVALUATE TRUE
006660         WHEN WS-RUN-BAD-COUNT > ZERO
006670             OR WS-FATAL-COUNT > ZERO
006680             MOVE '** FAILED' TO WS-VDT-TEXT
006690             MOVE 8 TO RETURN-CODE
006700         WHEN WS-RUN-WARN-COUNT > ZERO
006710             OR WS-DEXC-COUNT > ZERO
006720             OR WS-PEXC-COUNT > ZERO
006730             OR WS-SUSP-AGED-COUNT > ZERO
006740             OR WS-WARNING-COUNT > ZERO
006750             OR WS-GEN-KEPT-COUNT = ZERO
006760             MOVE '* ATTENTION' TO WS-VDT-TEXT
006770             MOVE 4 TO RETURN-CODE
006780         WHEN OTHER
006790             MOVE 'OK' TO WS-VDT-TEXT
006800     END-EVALUATE.
006810     WRITE REPORT-RECORD FROM WS-VERDICT-LINE.
006820     CLOSE REPORT-FILE.
006830*
006840     DISPLAY 'CXB40131 RUNS SCORED:        ' WS-RUN-LINE-COUNT.
006850     DISPLAY 'CXB40131 VERDICT:            ' WS-VDT-TEXT.
006860*
006870 9000-EXIT.
006880     EXIT.
