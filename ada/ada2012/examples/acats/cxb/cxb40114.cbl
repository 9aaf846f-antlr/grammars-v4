000520*                           archive files are rebuilt into
000530*                           the new layout by the CXB40119
000540*                           conversion utility.
000550*       15 OCT 2026   DPO   GENCTL entries now carry the
000560*                           processing cycle that produced the
000570*                           generation; the listing shows it
000580*                           beside the generation date.
000590*
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. CXB40114.
000620 AUTHOR. DATA-PROCESSING-OPERATIONS.
000630 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000640 DATE-WRITTEN. 23 AUG 2026.
000650 DATE-COMPILED.
000660*
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT GEN-CONTROL-FILE ASSIGN TO "GENCTL"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-CTL-STATUS.
000730     SELECT REQUEST-FILE ASSIGN TO "GENREQ"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-REQ-STATUS.
000760     SELECT REPORT-FILE ASSIGN TO "GENRPT"
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
000790         ORGANIZATION IS SEQUENTIAL.
000800     SELECT DBL-OUT-FILE ASSIGN TO "DBLOUT"
000810         ORGANIZATION IS SEQUENTIAL.
000820     SELECT TRANSG1-FILE ASSIGN TO "TRANSG1"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-SLOT-STATUS.
000850     SELECT TRANSG2-FILE ASSIGN TO "TRANSG2"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-SLOT-STATUS.
000880     SELECT TRANSG3-FILE ASSIGN TO "TRANSG3"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-SLOT-STATUS.
000910     SELECT TRANSG4-FILE ASSIGN TO "TRANSG4"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-SLOT-STATUS.
000940     SELECT TRANSG5-FILE ASSIGN TO "TRANSG5"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-SLOT-STATUS.
000970     SELECT DBLG1-FILE ASSIGN TO "DBLG1"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-SLOT-STATUS.
001000     SELECT DBLG2-FILE ASSIGN TO "DBLG2"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-SLOT-STATUS.
001030     SELECT DBLG3-FILE ASSIGN TO "DBLG3"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-SLOT-STATUS.
001060     SELECT DBLG4-FILE ASSIGN TO "DBLG4"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-SLOT-STATUS.
001090     SELECT DBLG5-FILE ASSIGN TO "DBLG5"
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-SLOT-STATUS.
001120*
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  GEN-CONTROL-FILE
001160     RECORDING MODE IS F.
001170 01  GEN-CONTROL-RECORD.
001180     05  GC-FILE-ID            PIC X(08).
001190     05  GC-SLOT               PIC 9(01).
001200     05  GC-GEN-DATE           PIC 9(08).
001210     05  GC-GEN-TIME           PIC 9(08).
001220     05  GC-RECORD-COUNT       PIC 9(09).
001230     05  GC-GEN-CYCLE          PIC 9(02).
001240*
001250 FD  REQUEST-FILE
001260     RECORDING MODE IS F.
001270 01  REQUEST-RECORD.
001280     05  RQ-FILE-ID            PIC X(08).
001290     05  RQ-SLOT               PIC 9(01).
001300*
001310 FD  REPORT-FILE
001320     RECORDING MODE IS F.
001330 01  REPORT-RECORD             PIC X(80).
001340*
001350 FD  TRANS-OUT-FILE
001360     RECORDING MODE IS F.
001370 01  TRANS-OUT-RECORD          PIC X(28).
001380*
001390 FD  DBL-OUT-FILE
001400     RECORDING MODE IS F.
001410 01  DBL-OUT-RECORD            PIC X(28).
001420*
001430 FD  TRANSG1-FILE
001440     RECORDING MODE IS F.
001450 01  TRANSG1-RECORD            PIC X(28).
001460 FD  TRANSG2-FILE
001470     RECORDING MODE IS F.
001480 01  TRANSG2-RECORD            PIC X(28).
001490 FD  TRANSG3-FILE
001500     RECORDING MODE IS F.
001510 01  TRANSG3-RECORD            PIC X(28).
001520 FD  TRANSG4-FILE
001530     RECORDING MODE IS F.
001540 01  TRANSG4-RECORD            PIC X(28).
001550 FD  TRANSG5-FILE
001560     RECORDING MODE IS F.
001570 01  TRANSG5-RECORD            PIC X(28).
001580 FD  DBLG1-FILE
001590     RECORDING MODE IS F.
001600 01  DBLG1-RECORD              PIC X(28).
001610 FD  DBLG2-FILE
001620     RECORDING MODE IS F.
001630 01  DBLG2-RECORD              PIC X(28).
001640 FD  DBLG3-FILE
001650     RECORDING MODE IS F.
001660 01  DBLG3-RECORD              PIC X(28).
001670 FD  DBLG4-FILE
001680     RECORDING MODE IS F.
001690 01  DBLG4-RECORD              PIC X(28).
001700 FD  DBLG5-FILE
001710     RECORDING MODE IS F.
001720 01  DBLG5-RECORD              PIC X(28).
001730*
001740 WORKING-STORAGE SECTION.
001750*
001760*    STANDALONE COUNTERS AND SWITCHES
001770*
001780 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40114'.
001790*
001800 77  WS-GEN-COUNT              PIC 9(03)  COMP VALUE ZERO.
001810 77  WS-RESTAGE-COUNT          PIC 9(09)  COMP VALUE ZERO.
001820 77  WS-REQUEST-COUNT          PIC 9(09)  COMP VALUE ZERO.
001830 77  WS-COPY-COUNT             PIC 9(09)  COMP VALUE ZERO.
001840 77  WS-COPY-RECORD            PIC X(28)  VALUE SPACES.
001850 77  WS-EXPECTED-COUNT         PIC 9(09)  VALUE ZERO.
001860*
001870 77  WS-CTL-STATUS             PIC X(02)  VALUE SPACES.
001880     88  WS-CTL-FILE-OK                      VALUE '00'.
001890 77  WS-REQ-STATUS             PIC X(02)  VALUE SPACES.
001900     88  WS-REQ-FILE-OK                      VALUE '00'.
001910 77  WS-SLOT-STATUS            PIC X(02)  VALUE SPACES.
001920     88  WS-SLOT-FILE-OK                     VALUE '00'.
001930*
001940 77  WS-CTL-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001950     88  END-OF-CONTROL                      VALUE 'Y'.
001960     88  NOT-END-OF-CONTROL                  VALUE 'N'.
001970 77  WS-REQ-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001980     88  END-OF-REQUESTS                     VALUE 'Y'.
001990     88  NOT-END-OF-REQUESTS                 VALUE 'N'.
002000 77  WS-COPY-EOF-SWITCH        PIC X(01)  VALUE 'N'.
002010     88  END-OF-COPY                         VALUE 'Y'.
002020     88  NOT-END-OF-COPY                     VALUE 'N'.
002030*
002040 77  WS-REPORT-DATE            PIC 9(08)  VALUE ZERO.
002050*
002060*    REPORT LINE LAYOUTS
002070*
002080 01  WS-HEADING-LINE.
002090     05  FILLER                PIC X(30)
002100         VALUE "CXB40114 GENERATIONS ON HAND  ".
002110     05  FILLER                PIC X(05) VALUE "DATE=".
002120     05  WS-HDG-DATE           PIC 9(08).
002130*
002140 01  WS-COLUMN-LINE.
002150     05  FILLER                PIC X(10) VALUE "FILE ID   ".
002160     05  FILLER                PIC X(05) VALUE "SLOT ".
002170     05  FILLER                PIC X(09) VALUE "GEN DATE ".
002180     05  FILLER                PIC X(03) VALUE "CY ".
002190     05  FILLER                PIC X(10) VALUE "GEN TIME  ".
002200     05  FILLER                PIC X(09) VALUE "  RECORDS".
002210*
002220 01  WS-DETAIL-LINE.
002230     05  WS-DTL-FILE-ID        PIC X(08).
002240     05  FILLER                PIC X(04) VALUE SPACES.
002250     05  WS-DTL-SLOT           PIC 9(01).
002260     05  FILLER                PIC X(03) VALUE SPACES.
002270     05  WS-DTL-GEN-DATE       PIC 9(08).
002280     05  FILLER                PIC X(01) VALUE SPACES.
002290     05  WS-DTL-GEN-CYCLE      PIC 9(02).
002300     05  FILLER                PIC X(03) VALUE SPACES.
002310     05  WS-DTL-GEN-TIME       PIC 9(08).
002320     05  FILLER                PIC X(01) VALUE SPACES.
002330     05  WS-DTL-RECORDS        PIC ZZZZZZZZ9.
002340*
002350*
002360*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
002370*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
002380*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
002390*
002400 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
002410 PROCEDURE DIVISION.
002420*
002430*===============================================================
002440*    0000-MAINLINE
002450*===============================================================
002460 0000-MAINLINE.
002470*
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490*
002500     PERFORM 2000-LIST-GENERATION THRU 2000-EXIT
002510         UNTIL END-OF-CONTROL.
002520*
002530     CLOSE GEN-CONTROL-FILE.
002540*
002550     PERFORM 3000-PROCESS-REQUESTS THRU 3000-EXIT.
002560*
002570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002580*
002590     STOP RUN.
002600*
002610*===============================================================
002620*    1000-INITIALIZE
002630*===============================================================
002640 1000-INITIALIZE.
002650*
002660     CALL 'CXB40117' USING WS-REPORT-DATE
002670                            WS-BDAT-RESULT.
002680*
002690     OPEN OUTPUT REPORT-FILE.
002700     MOVE WS-REPORT-DATE TO WS-HDG-DATE.
002710     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
002720     WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
002730*
002740     OPEN INPUT GEN-CONTROL-FILE.
002750     IF WS-CTL-FILE-OK
002760         READ GEN-CONTROL-FILE
002770             AT END
002780                 SET END-OF-CONTROL TO TRUE
002790         END-READ
002800     ELSE
002810         DISPLAY 'CXB40114 GENCTL NOT AVAILABLE, STATUS='
002820             WS-CTL-STATUS
002830         SET END-OF-CONTROL TO TRUE
002840     END-IF.
002850*
002860 1000-EXIT.
002870     EXIT.
002880*
002890*===============================================================
002900*    2000-LIST-GENERATION
002910*===============================================================
002920 2000-LIST-GENERATION.
002930*
002940     ADD 1 TO WS-GEN-COUNT.
002950     MOVE GC-FILE-ID      TO WS-DTL-FILE-ID.
002960     MOVE GC-SLOT         TO WS-DTL-SLOT.
002970     MOVE GC-GEN-DATE     TO WS-DTL-GEN-DATE.
002980     MOVE GC-GEN-CYCLE    TO WS-DTL-GEN-CYCLE.
002990     MOVE GC-GEN-TIME     TO WS-DTL-GEN-TIME.
003000     MOVE GC-RECORD-COUNT TO WS-DTL-RECORDS.
003010     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
003020*
003030     READ GEN-CONTROL-FILE
003040         AT END
003050             SET END-OF-CONTROL TO TRUE
003060     END-READ.
003070*
003080 2000-EXIT.
003090     EXIT.
003100*
003110*===============================================================
003120*    3000-PROCESS-REQUESTS
003130*===============================================================
003140 3000-PROCESS-REQUESTS.
003150*
003160*    A MISSING GENREQ JUST MEANS THIS RUN IS LIST-ONLY.
003170*
003180     OPEN INPUT REQUEST-FILE.
003190     IF NOT WS-REQ-FILE-OK
003200         SET END-OF-REQUESTS TO TRUE
003210         GO TO 3000-EXIT
003220     END-IF.
003230*
003240     READ REQUEST-FILE
003250         AT END
003260             SET END-OF-REQUESTS TO TRUE
003270     END-READ.
003280*
003290     PERFORM 3100-RESTAGE-ONE THRU 3100-EXIT
003300         UNTIL END-OF-REQUESTS.
003310*
003320     CLOSE REQUEST-FILE.
003330*
003340 3000-EXIT.
003350     EXIT.
003360*
003370*===============================================================
003380*    3100-RESTAGE-ONE
003390*===============================================================
003400 3100-RESTAGE-ONE.
003410*
003420     ADD 1 TO WS-REQUEST-COUNT.
003430*
003440     IF (RQ-FILE-ID NOT = 'TRANSOUT'
003450         AND RQ-FILE-ID NOT = 'DBLOUT')
003460         OR RQ-SLOT < 1 OR RQ-SLOT > 5
003470         DISPLAY 'CXB40114 BAD RESTAGE REQUEST "' RQ-FILE-ID
003480             '" SLOT ' RQ-SLOT ' - SKIPPED'
003490         MOVE 8 TO RETURN-CODE
003500         GO TO 3100-NEXT
003510     END-IF.
003520*
003530     PERFORM 4000-COPY-SLOT-BACK THRU 4000-EXIT.
003540*
003550 3100-NEXT.
003560     READ REQUEST-FILE
003570         AT END
003580             SET END-OF-REQUESTS TO TRUE
003590     END-READ.
003600*
003610 3100-EXIT.
003620     EXIT.
003630*
003640*===============================================================
003650*    4000-COPY-SLOT-BACK
003660*===============================================================
003670 4000-COPY-SLOT-BACK.
003680*
003690     MOVE ZERO TO WS-COPY-COUNT.
003700     SET NOT-END-OF-COPY TO TRUE.
003710*
003720     PERFORM 4100-OPEN-SLOT THRU 4100-EXIT.
003730     IF NOT WS-SLOT-FILE-OK
003740         DISPLAY 'CXB40114 GENERATION ' RQ-FILE-ID ' SLOT '
003750             RQ-SLOT ' NOT ON HAND, STATUS=' WS-SLOT-STATUS
003760         MOVE 8 TO RETURN-CODE
003770         GO TO 4000-EXIT
003780     END-IF.
003790*
003800     IF RQ-FILE-ID = 'TRANSOUT'
003810         OPEN OUTPUT TRANS-OUT-FILE
003820     ELSE
003830         OPEN OUTPUT DBL-OUT-FILE
003840     END-IF.
003850*
003860     PERFORM 4200-COPY-ONE-RECORD THRU 4200-EXIT
003870         UNTIL END-OF-COPY.
003880*
003890     IF RQ-FILE-ID = 'TRANSOUT'
003900         CLOSE TRANS-OUT-FILE
003910     ELSE
003920         CLOSE DBL-OUT-FILE
003930     END-IF.
003940     PERFORM 4300-CLOSE-SLOT THRU 4300-EXIT.
003950*
003960     ADD 1 TO WS-RESTAGE-COUNT.
003970     DISPLAY 'CXB40114 RESTAGED ' RQ-FILE-ID ' FROM SLOT '
003980         RQ-SLOT ', RECORDS=' WS-COPY-COUNT.
003990*
004000     PERFORM 5000-CHECK-RESTAGE-COUNT THRU 5000-EXIT.
004010*
004020 4000-EXIT.
004030     EXIT.
004040*
004050*===============================================================
004060*    4100-OPEN-SLOT
004070*===============================================================
004080 4100-OPEN-SLOT.
004090*
004100     IF RQ-FILE-ID = 'TRANSOUT'
004110         EVALUATE RQ-SLOT
004120             WHEN 1 OPEN INPUT TRANSG1-FILE
004130             WHEN 2 OPEN INPUT TRANSG2-FILE
004140             WHEN 3 OPEN INPUT TRANSG3-FILE
004150             WHEN 4 OPEN INPUT TRANSG4-FILE
004160             WHEN 5 OPEN INPUT TRANSG5-FILE
004170         END-EVALUATE
004180     ELSE
004190         EVALUATE RQ-SLOT
004200             WHEN 1 OPEN INPUT DBLG1-FILE
004210             WHEN 2 OPEN INPUT DBLG2-FILE
004220             WHEN 3 OPEN INPUT DBLG3-FILE
004230             WHEN 4 OPEN INPUT DBLG4-FILE
004240             WHEN 5 OPEN INPUT DBLG5-FILE
004250         END-EVALUATE
004260     END-IF.
004270*
004280 4100-EXIT.
004290     EXIT.
004300*
004310*===============================================================
004320*    4200-COPY-ONE-RECORD
004330*===============================================================
004340 4200-COPY-ONE-RECORD.
004350*
004360     IF RQ-FILE-ID = 'TRANSOUT'
004370         EVALUATE RQ-SLOT
004380             WHEN 1 READ TRANSG1-FILE
004390                 AT END SET END-OF-COPY TO TRUE
004400                 NOT AT END MOVE TRANSG1-RECORD
004410                     TO WS-COPY-RECORD
004420                 END-READ
004430             WHEN 2 READ TRANSG2-FILE
004440                 AT END SET END-OF-COPY TO TRUE
004450                 NOT AT END MOVE TRANSG2-RECORD
004460                     TO WS-COPY-RECORD
004470                 END-READ
004480             WHEN 3 READ TRANSG3-FILE
004490                 AT END SET END-OF-COPY TO TRUE
004500                 NOT AT END MOVE TRANSG3-RECORD
004510                     TO WS-COPY-RECORD
004520                 END-READ
004530             WHEN 4 READ TRANSG4-FILE
004540                 AT END SET END-OF-COPY TO TRUE
004550                 NOT AT END MOVE TRANSG4-RECORD
004560                     TO WS-COPY-RECORD
004570                 END-READ
004580             WHEN 5 READ TRANSG5-FILE
004590                 AT END SET END-OF-COPY TO TRUE
004600                 NOT AT END MOVE TRANSG5-RECORD
004610                     TO WS-COPY-RECORD
004620                 END-READ
004630         END-EVALUATE
004640     ELSE
004650         EVALUATE RQ-SLOT
004660             WHEN 1 READ DBLG1-FILE
004670                 AT END SET END-OF-COPY TO TRUE
004680                 NOT AT END MOVE DBLG1-RECORD
004690                     TO WS-COPY-RECORD
004700                 END-READ
004710             WHEN 2 READ DBLG2-FILE
004720                 AT END SET END-OF-COPY TO TRUE
004730                 NOT AT END MOVE DBLG2-RECORD
004740                     TO WS-COPY-RECORD
004750                 END-READ
004760             WHEN 3 READ DBLG3-FILE
004770                 AT END SET END-OF-COPY TO TRUE
004780                 NOT AT END MOVE DBLG3-RECORD
004790                     TO WS-COPY-RECORD
004800                 END-READ
004810             WHEN 4 READ DBLG4-FILE
004820                 AT END SET END-OF-COPY TO TRUE
004830                 NOT AT END MOVE DBLG4-RECORD
004840                     TO WS-COPY-RECORD
004850                 END-READ
004860             WHEN 5 READ DBLG5-FILE
004870                 AT END SET END-OF-COPY TO TRUE
004880                 NOT AT END MOVE DBLG5-RECORD
004890                     TO WS-COPY-RECORD
004900                 END-READ
004910         END-EVALUATE
004920     END-IF.
004930*
004940     IF END-OF-COPY
004950         GO TO 4200-EXIT
004960     END-IF.
004970*
004980     IF RQ-FILE-ID = 'TRANSOUT'
004990         WRITE TRANS-OUT-RECORD FROM WS-COPY-RECORD
005000     ELSE
005010         WRITE DBL-OUT-RECORD FROM WS-COPY-RECORD
005020     END-IF.
005030     ADD 1 TO WS-COPY-COUNT.
005040*
005050 4200-EXIT.
005060     EXIT.
005070*
005080*===============================================================
005090*    4300-CLOSE-SLOT
005100*===============================================================
005110 4300-CLOSE-SLOT.
005120*
005130     IF RQ-FILE-ID = 'TRANSOUT'
005140         EVALUATE RQ-SLOT
005150             WHEN 1 CLOSE TRANSG1-FILE
005160             WHEN 2 CLOSE TRANSG2-FILE
005170             WHEN 3 CLOSE TRANSG3-FILE
005180             WHEN 4 CLOSE TRANSG4-FILE
005190             WHEN 5 CLOSE TRANSG5-FILE
005200         END-EVALUATE
005210     ELSE
005220         EVALUATE RQ-SLOT
005230             WHEN 1 CLOSE DBLG1-FILE
005240             WHEN 2 CLOSE DBLG2-FILE
005250             WHEN 3 CLOSE DBLG3-FILE
005260             WHEN 4 CLOSE DBLG4-FILE
005270             WHEN 5 CLOSE DBLG5-FILE
005280         END-EVALUATE
005290     END-IF.
005300*
005310 4300-EXIT.
005320     EXIT.
005330*
005340*===============================================================
005350*    5000-CHECK-RESTAGE-COUNT
005360*===============================================================
005370 5000-CHECK-RESTAGE-COUNT.
005380*
005390*    THE RESTAGED COUNT IS CHECKED AGAINST WHAT GENCTL
005400*    RECORDED WHEN THE GENERATION WAS KEPT; A SHORT COPY MEANS
005410*    THE SLOT FILE WAS DAMAGED SINCE.
005420*
005430     MOVE ZERO TO WS-EXPECTED-COUNT.
005440     SET NOT-END-OF-CONTROL TO TRUE.
005450     OPEN INPUT GEN-CONTROL-FILE.
005460     IF NOT WS-CTL-FILE-OK
005470         GO TO 5000-EXIT
005480     END-IF.
005490*
005500     PERFORM 5100-SCAN-CONTROL THRU 5100-EXIT
005510         UNTIL END-OF-CONTROL.
005520     CLOSE GEN-CONTROL-FILE.
005530*
005540     IF WS-EXPECTED-COUNT NOT = WS-COPY-COUNT
005550         DISPLAY 'CXB40114 RESTAGE COUNT ' WS-COPY-COUNT
005560             ' DOES NOT MATCH GENCTL COUNT '
005570             WS-EXPECTED-COUNT
005580         MOVE 8 TO RETURN-CODE
005590     END-IF.
005600*
005610 5000-EXIT.
005620     EXIT.
005630*
005640*===============================================================
005650*    5100-SCAN-CONTROL
005660*===============================================================
005670 5100-SCAN-CONTROL.
005680*
005690     READ GEN-CONTROL-FILE
005700         AT END
005710             SET END-OF-CONTROL TO TRUE
005720             GO TO 5100-EXIT
005730     END-READ.
005740*
005750     IF GC-FILE-ID = RQ-FILE-ID AND GC-SLOT = RQ-SLOT
005760         MOVE GC-RECORD-COUNT TO WS-EXPECTED-COUNT
005770     END-IF.
005780*
005790 5100-EXIT.
005800     EXIT.
005810*
005820*===============================================================
005830*    9000-TERMINATE
005840*===============================================================
005850 9000-TERMINATE.
005860*
005870     CLOSE REPORT-FILE.
005880*
005890     DISPLAY 'CXB40114 GENERATIONS LISTED: ' WS-GEN-COUNT.
005900     DISPLAY 'CXB40114 RESTAGE REQUESTS:   ' WS-REQUEST-COUNT.
005910     DISPLAY 'CXB40114 GENERATIONS RESTAGED: ' WS-RESTAGE-COUNT.
005920*
005930 9000-EXIT.
005940     EXIT.
