000470*
000480*     CHANGE HISTORY:
000490*       02 SEP 2026   DPO   Initial release.
000500*       15 OCT 2026   DPO   A rebuilt SUSPENSE record now carries
000510*                           a blank trace key - records that
000520*                           predate the CXB40109 trace sequence
000530*                           have none to carry.
000540*       15 OCT 2026   DPO   Rebuilt RUNCTL and GENCTL records
000550*                           are stamped cycle 1 - every date
000560*                           before the CXB40136 processing-cycle
000570*                           service was worked in one cycle.
000580*       15 OCT 2026   DPO   Rebuilt RUNCTL records are stamped
000590*                           as ordinary runs (type 'N',
000600*                           reprocessing number zero).
000610*
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. CXB40119.
000640 AUTHOR. DATA-PROCESSING-OPERATIONS.
000650 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000660 DATE-WRITTEN. 02 SEP 2026.
000670 DATE-COMPILED.
000680*
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT OLD-AUDIT-FILE ASSIGN TO "AUDITLGO"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS OA-AUDIT-KEY
000760         FILE STATUS IS WS-IN-STATUS.
000770     SELECT NEW-AUDIT-FILE ASSIGN TO "AUDITLOG"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS NA-AUDIT-KEY
000810         FILE STATUS IS WS-OUT-STATUS.
000820     SELECT OLD-HIST-FILE ASSIGN TO "AUDHISTO"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-IN-STATUS.
000850     SELECT NEW-HIST-FILE ASSIGN TO "AUDHIST"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-OUT-STATUS.
000880     SELECT OLD-RUN-FILE ASSIGN TO "RUNCTLO"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS SEQUENTIAL
000910         RECORD KEY IS OR-RUN-KEY
000920         FILE STATUS IS WS-IN-STATUS.
000930     SELECT NEW-RUN-FILE ASSIGN TO "RUNCTL"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS NR-RUN-KEY
000970         FILE STATUS IS WS-OUT-STATUS.
000980     SELECT OLD-SUSP-FILE ASSIGN TO "SUSPENSO"
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WS-IN-STATUS.
001010     SELECT NEW-SUSP-FILE ASSIGN TO "SUSPENSE"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-OUT-STATUS.
001040     SELECT OLD-GEN-FILE ASSIGN TO "GENCTLO"
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-IN-STATUS.
001070     SELECT NEW-GEN-FILE ASSIGN TO "GENCTL"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-OUT-STATUS.
001100     SELECT OLD-PARM-FILE ASSIGN TO "SITEPRMO"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS SEQUENTIAL
001130         RECORD KEY IS OP-PARM-KEY
001140         FILE STATUS IS WS-IN-STATUS.
001150     SELECT NEW-PARM-FILE ASSIGN TO "SITEPARM"
001160         ORGANIZATION IS INDEXED
001170         ACCESS MODE IS RANDOM
001180         RECORD KEY IS NP-PARM-KEY
001190         FILE STATUS IS WS-OUT-STATUS.
001200*
001210 DATA DIVISION.
001220 FILE SECTION.
001230*
001240*    THE OLD-LAYOUT RECORDS ARE FROZEN COPIES OF THE SHAPES
001250*    THE COPYBOOKS HAD BEFORE THE CENTURY WIDENING; THEY ARE
001260*    DECLARED HERE RATHER THAN COPIED SO THE COPYBOOKS CAN
001270*    MOVE ON WITHOUT THIS UTILITY LOSING THE ABILITY TO READ
001280*    WHAT IS ON DISK.
001290*
001300 FD  OLD-AUDIT-FILE
001310     RECORDING MODE IS F.
001320 01  OLD-AUDIT-RECORD.
001330     05  OA-AUDIT-KEY.
001340         10  OA-CALL-DATE      PIC 9(06).
001350         10  OA-CALL-TIME      PIC 9(08).
001360         10  OA-PROGRAM-NAME   PIC X(08).
001370     05  OA-DEVICE-ROUTED      PIC X(08).
001380*
001390 FD  NEW-AUDIT-FILE
001400     RECORDING MODE IS F.
001410 01  NEW-AUDIT-RECORD.
001420     COPY CXBAUDT
001430         REPLACING ==CXB-AUDIT-KEY==     BY ==NA-AUDIT-KEY==
001440                   ==CXB-CALL-DATE==     BY ==NA-CALL-DATE==
001450                   ==CXB-CALL-TIME==     BY ==NA-CALL-TIME==
001460                   ==CXB-PROGRAM-NAME==  BY ==NA-PROGRAM-NAME==
001470                   ==CXB-DEVICE-ROUTED== BY ==NA-DEVICE-ROUTED==.
001480*
001490 FD  OLD-HIST-FILE
001500     RECORDING MODE IS F.
001510 01  OLD-HIST-RECORD.
001520     05  OH-CALL-DATE          PIC 9(06).
001530     05  OH-CALL-TIME          PIC 9(08).
001540     05  OH-PROGRAM-NAME       PIC X(08).
001550     05  OH-DEVICE-ROUTED      PIC X(08).
001560*
001570 FD  NEW-HIST-FILE
001580     RECORDING MODE IS F.
001590 01  NEW-HIST-RECORD.
001600     COPY CXBAUDT
001610         REPLACING ==CXB-AUDIT-KEY==     BY ==NH-AUDIT-KEY==
001620                   ==CXB-CALL-DATE==     BY ==NH-CALL-DATE==
001630                   ==CXB-CALL-TIME==     BY ==NH-CALL-TIME==
001640                   ==CXB-PROGRAM-NAME==  BY ==NH-PROGRAM-NAME==
001650                   ==CXB-DEVICE-ROUTED== BY ==NH-DEVICE-ROUTED==.
001660*
001670 FD  OLD-RUN-FILE
001680     RECORDING MODE IS F.
001690 01  OLD-RUN-RECORD.
001700     05  OR-RUN-KEY.
001710         10  OR-RUN-PROGRAM    PIC X(08).
001720         10  OR-RUN-DATE       PIC 9(06).
001730     05  OR-RUN-START-TIME     PIC 9(08).
001740     05  OR-RUN-END-TIME       PIC 9(08).
001750     05  OR-RUN-STATUS         PIC X(01).
001760     05  OR-RUN-IN-COUNT       PIC 9(09).
001770     05  OR-RUN-OUT-COUNT      PIC 9(09).
001780     05  OR-RUN-REJECT-COUNT   PIC 9(09).
001790     05  OR-RUN-TRUNC-COUNT    PIC 9(09).
001800     05  OR-RUN-OVERFLOW-COUNT PIC 9(09).
001810     05  OR-RUN-RETURN-CODE    PIC 9(04).
001820*
001830 FD  NEW-RUN-FILE
001840     RECORDING MODE IS F.
001850 01  NEW-RUN-RECORD.
001860     COPY CXBRUNC
001870         REPLACING LEADING ==CXB-RUN== BY ==NR-RUN==.
001880*
001890 FD  OLD-SUSP-FILE
001900     RECORDING MODE IS F.
001910 01  OLD-SUSP-RECORD.
001920     05  OS-IN-STRING          PIC X(80).
001930     05  OS-IN-LENGTH          PIC 9(03).
001940     05  OS-REJECT-DATE        PIC 9(06).
001950     05  OS-SOURCE-PROGRAM     PIC X(08).
001960*
001970 FD  NEW-SUSP-FILE
001980     RECORDING MODE IS F.
001990 01  NEW-SUSP-RECORD.
002000     COPY CXBSUSP
002010         REPLACING ==CXB-SU-IN-STRING==   BY ==NS-IN-STRING==
002020                   ==CXB-SU-IN-LENGTH==   BY ==NS-IN-LENGTH==
002030                   ==CXB-SU-REJECT-DATE== BY ==NS-REJECT-DATE==
002040                   ==CXB-SU-SOURCE-PROGRAM==
002050                       BY ==NS-SOURCE-PROGRAM==
002060                   ==CXB-SU-TRACE-KEY==   BY ==NS-TRACE-KEY==.
002070*
002080 FD  OLD-GEN-FILE
002090     RECORDING MODE IS F.
002100 01  OLD-GEN-RECORD.
002110     05  OG-FILE-ID            PIC X(08).
002120     05  OG-SLOT               PIC 9(01).
002130     05  OG-GEN-DATE           PIC 9(06).
002140     05  OG-GEN-TIME           PIC 9(08).
002150     05  OG-RECORD-COUNT       PIC 9(09).
002160*
002170 FD  NEW-GEN-FILE
002180     RECORDING MODE IS F.
002190 01  NEW-GEN-RECORD.
002200     05  NG-FILE-ID            PIC X(08).
002210     05  NG-SLOT               PIC 9(01).
002220     05  NG-GEN-DATE           PIC 9(08).
002230     05  NG-GEN-TIME           PIC 9(08).
002240     05  NG-RECORD-COUNT       PIC 9(09).
002250     05  NG-GEN-CYCLE          PIC 9(02).
002260*
002270 FD  OLD-PARM-FILE
002280     RECORDING MODE IS F.
002290 01  OLD-PARM-RECORD.
002300     05  OP-PARM-KEY.
002310         10  OP-PARM-NAME      PIC X(16).
002320     05  OP-PARM-VALUE         PIC 9(09).
002330     05  OP-PARM-FLAG          PIC X(01).
002340     05  OP-PARM-UPD-DATE      PIC 9(06).
002350     05  OP-PARM-UPD-TIME      PIC 9(08).
002360     05  OP-PARM-UPD-USER      PIC X(08).
002370*
002380 FD  NEW-PARM-FILE
002390     RECORDING MODE IS F.
002400 01  NEW-PARM-RECORD.
002410     COPY CXBPARM
002420         REPLACING LEADING ==CXB== BY ==NP==.
002430*
002440 WORKING-STORAGE SECTION.
002450*
002460*    STANDALONE COUNTERS AND SWITCHES
002470*
002480 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40119'.
002490*
002500 77  WS-IN-STATUS              PIC X(02)  VALUE SPACES.
002510     88  WS-IN-FILE-OK                       VALUE '00'.
002520 77  WS-OUT-STATUS             PIC X(02)  VALUE SPACES.
002530     88  WS-OUT-FILE-OK                      VALUE '00'.
002540*
002550 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
002560     88  END-OF-OLD-FILE                     VALUE 'Y'.
002570     88  NOT-END-OF-OLD-FILE                 VALUE 'N'.
002580*
002590 77  WS-IN-COUNT               PIC 9(09)  COMP VALUE ZERO.
002600 77  WS-OUT-COUNT              PIC 9(09)  COMP VALUE ZERO.
002610 77  WS-FILE-LABEL             PIC X(08)  VALUE SPACES.
002620*
002630*    THE CENTURY WINDOW: 70-99 BECOMES 19XX, 00-69 BECOMES
002640*    20XX, AND A ZERO DATE STAYS ZERO.
002650*
002660 77  WS-PIVOT-YY               PIC 9(02)  VALUE 70.
002670 01  WS-OLD-DATE               PIC 9(06)  VALUE ZERO.
002680 01  WS-OLD-DATE-PARTS REDEFINES WS-OLD-DATE.
002690     05  WS-OLD-YY             PIC 9(02).
002700     05  WS-OLD-MMDD           PIC 9(04).
002710 01  WS-NEW-DATE               PIC 9(08)  VALUE ZERO.
002720 01  WS-NEW-DATE-PARTS REDEFINES WS-NEW-DATE.
002730     05  WS-NEW-CC             PIC 9(02).
002740     05  WS-NEW-YY             PIC 9(02).
002750     05  WS-NEW-MMDD           PIC 9(04).
002760*
002770 PROCEDURE DIVISION.
002780*
002790*===============================================================
002800*    0000-MAINLINE
002810*===============================================================
002820 0000-MAINLINE.
002830*
002840     PERFORM 1000-CONVERT-AUDITLOG THRU 1000-EXIT.
002850     PERFORM 2000-CONVERT-AUDHIST THRU 2000-EXIT.
002860     PERFORM 3000-CONVERT-RUNCTL THRU 3000-EXIT.
002870     PERFORM 4000-CONVERT-SUSPENSE THRU 4000-EXIT.
002880     PERFORM 5000-CONVERT-GENCTL THRU 5000-EXIT.
002890     PERFORM 6000-CONVERT-SITEPARM THRU 6000-EXIT.
002900*
002910     STOP RUN.
002920*
002930*===============================================================
002940*    1000-CONVERT-AUDITLOG
002950*===============================================================
002960 1000-CONVERT-AUDITLOG.
002970*
002980     MOVE 'AUDITLOG' TO WS-FILE-LABEL.
002990     SET NOT-END-OF-OLD-FILE TO TRUE.
003000     MOVE ZERO TO WS-IN-COUNT.
003010     MOVE ZERO TO WS-OUT-COUNT.
003020*
003030     OPEN INPUT OLD-AUDIT-FILE.
003040     IF NOT WS-IN-FILE-OK
003050         DISPLAY 'CXB40119 AUDITLGO NOT PRESENT - SKIPPED'
003060         GO TO 1000-EXIT
003070     END-IF.
003080     OPEN OUTPUT NEW-AUDIT-FILE.
003090     IF NOT WS-OUT-FILE-OK
003100         DISPLAY 'CXB40119 AUDITLOG OPEN FAILED, STATUS='
003110             WS-OUT-STATUS
003120         MOVE 8 TO RETURN-CODE
003130         CLOSE OLD-AUDIT-FILE
003140         GO TO 1000-EXIT
003150     END-IF.
003160*
003170     PERFORM 1100-CONVERT-ONE-AUDIT THRU 1100-EXIT
003180         UNTIL END-OF-OLD-FILE.
003190*
003200     CLOSE OLD-AUDIT-FILE.
003210     CLOSE NEW-AUDIT-FILE.
003220     PERFORM 8000-REPORT-FILE-COUNTS THRU 8000-EXIT.
003230*
003240 1000-EXIT.
003250     EXIT.
003260*
003270*===============================================================
003280*    1100-CONVERT-ONE-AUDIT
003290*===============================================================
003300 1100-CONVERT-ONE-AUDIT.
003310*
003320     READ OLD-AUDIT-FILE
003330         AT END
003340             SET END-OF-OLD-FILE TO TRUE
003350             GO TO 1100-EXIT
003360     END-READ.
003370     ADD 1 TO WS-IN-COUNT.
003380*
003390     MOVE OA-CALL-DATE TO WS-OLD-DATE.
003400     PERFORM 8500-EXPAND-DATE THRU 8500-EXIT.
003410     MOVE WS-NEW-DATE      TO NA-CALL-DATE.
003420     MOVE OA-CALL-TIME     TO NA-CALL-TIME.
003430     MOVE OA-PROGRAM-NAME  TO NA-PROGRAM-NAME.
003440     MOVE OA-DEVICE-ROUTED TO NA-DEVICE-ROUTED.
003450*
003460     WRITE NEW-AUDIT-RECORD.
003470     IF WS-OUT-FILE-OK
003480         ADD 1 TO WS-OUT-COUNT
003490     ELSE
003500         DISPLAY 'CXB40119 AUDITLOG WRITE FAILED, STATUS='
003510             WS-OUT-STATUS
003520         MOVE 8 TO RETURN-CODE
003530     END-IF.
003540*
003550 1100-EXIT.
003560     EXIT.
003570*
003580*===============================================================
003590*    2000-CONVERT-AUDHIST
003600*===============================================================
003610 2000-CONVERT-AUDHIST.
003620*
003630     MOVE 'AUDHIST' TO WS-FILE-LABEL.
003640     SET NOT-END-OF-OLD-FILE TO TRUE.
003650     MOVE ZERO TO WS-IN-COUNT.
003660     MOVE ZERO TO WS-OUT-COUNT.
003670*
003680     OPEN INPUT OLD-HIST-FILE.
003690     IF NOT WS-IN-FILE-OK
003700         DISPLAY 'CXB40119 AUDHISTO NOT PRESENT - SKIPPED'
003710         GO TO 2000-EXIT
003720     END-IF.
003730     OPEN OUTPUT NEW-HIST-FILE.
003740     IF NOT WS-OUT-FILE-OK
003750         DISPLAY 'CXB40119 AUDHIST OPEN FAILED, STATUS='
003760             WS-OUT-STATUS
003770         MOVE 8 TO RETURN-CODE
003780         CLOSE OLD-HIST-FILE
003790         GO TO 2000-EXIT
003800     END-IF.
003810*
003820     PERFORM 2100-CONVERT-ONE-HIST THRU 2100-EXIT
003830         UNTIL END-OF-OLD-FILE.
003840*
003850     CLOSE OLD-HIST-FILE.
003860     CLOSE NEW-HIST-FILE.
003870     PERFORM 8000-REPORT-FILE-COUNTS THRU 8000-EXIT.
003880*
003890 2000-EXIT.
003900     EXIT.
003910*
003920*===============================================================
003930*    2100-CONVERT-ONE-HIST
003940*===============================================================
003950 2100-CONVERT-ONE-HIST.
003960*
003970     READ OLD-HIST-FILE
003980         AT END
003990             SET END-OF-OLD-FILE TO TRUE
004000             GO TO 2100-EXIT
004010     END-READ.
004020     ADD 1 TO WS-IN-COUNT.
004030*
004040     MOVE OH-CALL-DATE TO WS-OLD-DATE.
004050     PERFORM 8500-EXPAND-DATE THRU 8500-EXIT.
004060     MOVE WS-NEW-DATE      TO NH-CALL-DATE.
004070     MOVE OH-CALL-TIME     TO NH-CALL-TIME.
004080     MOVE OH-PROGRAM-NAME  TO NH-PROGRAM-NAME.
004090     MOVE OH-DEVICE-ROUTED TO NH-DEVICE-ROUTED.
004100*
004110     WRITE NEW-HIST-RECORD.
004120     IF WS-OUT-FILE-OK
004130         ADD 1 TO WS-OUT-COUNT
004140     ELSE
004150         DISPLAY 'CXB40119 AUDHIST WRITE FAILED, STATUS='
004160             WS-OUT-STATUS
004170         MOVE 8 TO RETURN-CODE
004180     END-IF.
004190*
004200 2100-EXIT.
004210     EXIT.
004220*
004230*===============================================================
004240*    3000-CONVERT-RUNCTL
004250*===============================================================
004260 3000-CONVERT-RUNCTL.
004270*
004280     MOVE 'RUNCTL' TO WS-FILE-LABEL.
004290     SET NOT-END-OF-OLD-FILE TO TRUE.
004300     MOVE ZERO TO WS-IN-COUNT.
004310     MOVE ZERO TO WS-OUT-COUNT.
004320*
004330     OPEN INPUT OLD-RUN-FILE.
004340     IF NOT WS-IN-FILE-OK
004350         DISPLAY 'CXB40119 RUNCTLO NOT PRESENT - SKIPPED'
004360         GO TO 3000-EXIT
004370     END-IF.
004380     OPEN OUTPUT NEW-RUN-FILE.
004390     IF NOT WS-OUT-FILE-OK
004400         DISPLAY 'CXB40119 RUNCTL OPEN FAILED, STATUS='
004410             WS-OUT-STATUS
004420         MOVE 8 TO RETURN-CODE
004430         CLOSE OLD-RUN-FILE
004440         GO TO 3000-EXIT
004450     END-IF.
004460*
004470     PERFORM 3100-CONVERT-ONE-RUN THRU 3100-EXIT
004480         UNTIL END-OF-OLD-FILE.
004490*
004500     CLOSE OLD-RUN-FILE.
004510     CLOSE NEW-RUN-FILE.
004520     PERFORM 8000-REPORT-FILE-COUNTS THRU 8000-EXIT.
004530*
004540 3000-EXIT.
004550     EXIT.
004560*
004570*===============================================================
004580*    3100-CONVERT-ONE-RUN
004590*===============================================================
004600 3100-CONVERT-ONE-RUN.
004610*
004620     READ OLD-RUN-FILE
004630         AT END
004640             SET END-OF-OLD-FILE TO TRUE
004650             GO TO 3100-EXIT
004660     END-READ.
004670     ADD 1 TO WS-IN-COUNT.
004680*
004690     MOVE OR-RUN-DATE TO WS-OLD-DATE.
004700     PERFORM 8500-EXPAND-DATE THRU 8500-EXIT.
004710     MOVE OR-RUN-PROGRAM        TO NR-RUN-PROGRAM.
004720     MOVE WS-NEW-DATE           TO NR-RUN-DATE.
004730     MOVE 1                     TO NR-RUN-CYCLE.
004740     MOVE OR-RUN-START-TIME     TO NR-RUN-START-TIME.
004750     MOVE OR-RUN-END-TIME       TO NR-RUN-END-TIME.
004760     MOVE OR-RUN-STATUS         TO NR-RUN-STATUS.
004770     MOVE OR-RUN-IN-COUNT       TO NR-RUN-IN-COUNT.
004780     MOVE OR-RUN-OUT-COUNT      TO NR-RUN-OUT-COUNT.
004790     MOVE OR-RUN-REJECT-COUNT   TO NR-RUN-REJECT-COUNT.
004800     MOVE OR-RUN-TRUNC-COUNT    TO NR-RUN-TRUNC-COUNT.
004810     MOVE OR-RUN-OVERFLOW-COUNT TO NR-RUN-OVERFLOW-COUNT.
004820     MOVE OR-RUN-RETURN-CODE    TO NR-RUN-RETURN-CODE.
004830     MOVE 'N'                   TO NR-RUN-TYPE.
004840     MOVE ZERO                  TO NR-RUN-REPRO-SEQ.
004850*
004860     WRITE NEW-RUN-RECORD.
004870     IF WS-OUT-FILE-OK
004880         ADD 1 TO WS-OUT-COUNT
004890     ELSE
004900         DISPLAY 'CXB40119 RUNCTL WRITE FAILED, STATUS='
004910             WS-OUT-STATUS
004920         MOVE 8 TO RETURN-CODE
004930     END-IF.
004940*
004950 3100-EXIT.
004960     EXIT.
004970*
004980*===============================================================
004990*    4000-CONVERT-SUSPENSE
005000*===============================================================
005010 4000-CONVERT-SUSPENSE.
005020*
005030     MOVE 'SUSPENSE' TO WS-FILE-LABEL.
005040     SET NOT-END-OF-OLD-FILE TO TRUE.
005050     MOVE ZERO TO WS-IN-COUNT.
005060     MOVE ZERO TO WS-OUT-COUNT.
005070*
005080     OPEN INPUT OLD-SUSP-FILE.
005090     IF NOT WS-IN-FILE-OK
005100         DISPLAY 'CXB40119 SUSPENSO NOT PRESENT - SKIPPED'
005110         GO TO 4000-EXIT
005120     END-IF.
005130     OPEN OUTPUT NEW-SUSP-FILE.
005140     IF NOT WS-OUT-FILE-OK
005150         DISPLAY 'CXB40119 SUSPENSE OPEN FAILED, STATUS='
005160             WS-OUT-STATUS
005170         MOVE 8 TO RETURN-CODE
005180         CLOSE OLD-SUSP-FILE
005190         GO TO 4000-EXIT
005200     END-IF.
005210*
005220     PERFORM 4100-CONVERT-ONE-SUSP THRU 4100-EXIT
005230         UNTIL END-OF-OLD-FILE.
005240*
005250     CLOSE OLD-SUSP-FILE.
005260     CLOSE NEW-SUSP-FILE.
005270     PERFORM 8000-REPORT-FILE-COUNTS THRU 8000-EXIT.
005280*
005290 4000-EXIT.
005300     EXIT.
005310*
005320*===============================================================
005330*    4100-CONVERT-ONE-SUSP
005340*===============================================================
005350 4100-CONVERT-ONE-SUSP.
005360*
005370     READ OLD-SUSP-FILE
005380         AT END
005390             SET END-OF-OLD-FILE TO TRUE
005400             GO TO 4100-EXIT
005410     END-READ.
005420     ADD 1 TO WS-IN-COUNT.
005430*
005440     MOVE OS-REJECT-DATE TO WS-OLD-DATE.
005450     PERFORM 8500-EXPAND-DATE THRU 8500-EXIT.
005460     MOVE OS-IN-STRING      TO NS-IN-STRING.
005470     MOVE OS-IN-LENGTH      TO NS-IN-LENGTH.
005480     MOVE WS-NEW-DATE       TO NS-REJECT-DATE.
005490     MOVE OS-SOURCE-PROGRAM TO NS-SOURCE-PROGRAM.
005500     MOVE SPACES            TO NS-TRACE-KEY.
005510*
005520     WRITE NEW-SUSP-RECORD.
005530     IF WS-OUT-FILE-OK
005540         ADD 1 TO WS-OUT-COUNT
005550     ELSE
005560         DISPLAY 'CXB40119 SUSPENSE WRITE FAILED, STATUS='
005570             WS-OUT-STATUS
005580         MOVE 8 TO RETURN-CODE
005590     END-IF.
005600*
005610 4100-EXIT.
005620     EXIT.
005630*
005640*===============================================================
005650*    5000-CONVERT-GENCTL
005660*===============================================================
005670 5000-CONVERT-GENCTL.
005680*
005690     MOVE 'GENCTL' TO WS-FILE-LABEL.
005700     SET NOT-END-OF-OLD-FILE TO TRUE.
005710     MOVE ZERO TO WS-IN-COUNT.
005720     MOVE ZERO TO WS-OUT-COUNT.
005730*
005740     OPEN INPUT OLD-GEN-FILE.
005750     IF NOT WS-IN-FILE-OK
005760         DISPLAY 'CXB40119 GENCTLO NOT PRESENT - SKIPPED'
005770         GO TO 5000-EXIT
005780     END-IF.
005790     OPEN OUTPUT NEW-GEN-FILE.
005800     IF NOT WS-OUT-FILE-OK
005810         DISPLAY 'CXB40119 GENCTL OPEN FAILED, STATUS='
005820             WS-OUT-STATUS
005830         MOVE 8 TO RETURN-CODE
005840         CLOSE OLD-GEN-FILE
005850         GO TO 5000-EXIT
005860     END-IF.
005870*
005880     PERFORM 5100-CONVERT-ONE-GEN THRU 5100-EXIT
005890         UNTIL END-OF-OLD-FILE.
005900*
005910     CLOSE OLD-GEN-FILE.
005920     CLOSE NEW-GEN-FILE.
005930     PERFORM 8000-REPORT-FILE-COUNTS THRU 8000-EXIT.
005940*
005950 5000-EXIT.
005960     EXIT.
005970*
005980*===============================================================
005990*    5100-CONVERT-ONE-GEN
006000*===============================================================
006010 5100-CONVERT-ONE-GEN.
006020*
006030     READ OLD-GEN-FILE
006040         AT END
006050             SET END-OF-OLD-FILE TO TRUE
006060             GO TO 5100-EXIT
006070     END-READ.
006080     ADD 1 TO WS-IN-COUNT.
006090*
006100     MOVE OG-GEN-DATE TO WS-OLD-DATE.
006110     PERFORM 8500-EXPAND-DATE THRU 8500-EXIT.
006120     MOVE OG-FILE-ID      TO NG-FILE-ID.
006130     MOVE OG-SLOT         TO NG-SLOT.
006140     MOVE WS-NEW-DATE     TO NG-GEN-DATE.
006150     MOVE OG-GEN-TIME     TO NG-GEN-TIME.
006160     MOVE OG-RECORD-COUNT TO NG-RECORD-COUNT.
006170     MOVE 1               TO NG-GEN-CYCLE.
006180*
006190     WRITE NEW-GEN-RECORD.
006200     IF WS-OUT-FILE-OK
006210         ADD 1 TO WS-OUT-COUNT
006220     ELSE
006230         DISPLAY 'CXB40119 GENCTL WRITE FAILED, STATUS='
006240             WS-OUT-STATUS
006250         MOVE 8 TO RETURN-CODE
006260     END-IF.
006270*
006280 5100-EXIT.
006290     EXIT.
006300*
006310*===============================================================
006320*    6000-CONVERT-SITEPARM
006330*===============================================================
006340 6000-CONVERT-SITEPARM.
006350*
006360     MOVE 'SITEPARM' TO WS-FILE-LABEL.
006370     SET NOT-END-OF-OLD-FILE TO TRUE.
006380     MOVE ZERO TO WS-IN-COUNT.
006390     MOVE ZERO TO WS-OUT-COUNT.
006400*
006410     OPEN INPUT OLD-PARM-FILE.
006420     IF NOT WS-IN-FILE-OK
006430         DISPLAY 'CXB40119 SITEPRMO NOT PRESENT - SKIPPED'
006440         GO TO 6000-EXIT
006450     END-IF.
006460     OPEN OUTPUT NEW-PARM-FILE.
006470     IF NOT WS-OUT-FILE-OK
006480         DISPLAY 'CXB40119 SITEPARM OPEN FAILED, STATUS='
006490             WS-OUT-STATUS
006500         MOVE 8 TO RETURN-CODE
006510         CLOSE OLD-PARM-FILE
006520         GO TO 6000-EXIT
006530     END-IF.
006540*
006550     PERFORM 6100-CONVERT-ONE-PARM THRU 6100-EXIT
006560         UNTIL END-OF-OLD-FILE.
006570*
006580     CLOSE OLD-PARM-FILE.
006590     CLOSE NEW-PARM-FILE.
006600     PERFORM 8000-REPORT-FILE-COUNTS THRU 8000-EXIT.
006610*
006620 6000-EXIT.
006630     EXIT.
006640*
006650*===============================================================
006660*    6100-CONVERT-ONE-PARM
006670*===============================================================
006680 6100-CONVERT-ONE-PARM.
006690*
006700     READ OLD-PARM-FILE
006710         AT END
006720             SET END-OF-OLD-FILE TO TRUE
006730             GO TO 6100-EXIT
006740     END-READ.
006750     ADD 1 TO WS-IN-COUNT.
006760*
006770     MOVE OP-PARM-UPD-DATE TO WS-OLD-DATE.
006780     PERFORM 8500-EXPAND-DATE THRU 8500-EXIT.
006790     MOVE OP-PARM-NAME     TO NP-PARM-NAME.
006800     MOVE OP-PARM-VALUE    TO NP-PARM-VALUE.
006810     MOVE OP-PARM-FLAG     TO NP-PARM-FLAG.
006820     MOVE WS-NEW-DATE      TO NP-PARM-UPD-DATE.
006830     MOVE OP-PARM-UPD-TIME TO NP-PARM-UPD-TIME.
006840     MOVE OP-PARM-UPD-USER TO NP-PARM-UPD-USER.
006850*
006860     WRITE NEW-PARM-RECORD.
006870     IF WS-OUT-FILE-OK
006880         ADD 1 TO WS-OUT-COUNT
006890     ELSE
006900         DISPLAY 'CXB40119 SITEPARM WRITE FAILED, STATUS='
006910             WS-OUT-STATUS
006920         MOVE 8 TO RETURN-CODE
006930     END-IF.
006940*
006950 6100-EXIT.
006960     EXIT.
006970*
006980*===============================================================
006990*    8000-REPORT-FILE-COUNTS
007000*===============================================================
007010 8000-REPORT-FILE-COUNTS.
007020*
007030     DISPLAY 'CXB40119 ' WS-FILE-LABEL ' IN=' WS-IN-COUNT
007040         ' OUT=' WS-OUT-COUNT.
007050     IF WS-IN-COUNT NOT = WS-OUT-COUNT
007060         DISPLAY 'CXB40119 ' WS-FILE-LABEL
007070             ' REBUILD INCOMPLETE'
007080         MOVE 8 TO RETURN-CODE
007090     END-IF.
007100*
007110 8000-EXIT.
007120     EXIT.
007130*
007140*===============================================================
007150*    8500-EXPAND-DATE
007160*===============================================================
007170 8500-EXPAND-DATE.
007180*
007190*    EXPANDS WS-OLD-DATE (YYMMDD) INTO WS-NEW-DATE (CCYYMMDD)
007200*    THROUGH THE 70/69 WINDOW.  A ZERO DATE (AN UNSET STAMP)
007210*    STAYS ZERO RATHER THAN BECOMING 20000000.
007220*
007230     IF WS-OLD-DATE = ZERO
007240         MOVE ZERO TO WS-NEW-DATE
007250         GO TO 8500-EXIT
007260     END-IF.
007270*
007280     MOVE WS-OLD-YY   TO WS-NEW-YY.
007290     MOVE WS-OLD-MMDD TO WS-NEW-MMDD.
007300     IF WS-OLD-YY >= WS-PIVOT-YY
007310         MOVE 19 TO WS-NEW-CC
007320     ELSE
007330         MOVE 20 TO WS-NEW-CC
007340     END-IF.
007350*
007360 8500-EXIT.
007370     EXIT.
