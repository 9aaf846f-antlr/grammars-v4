000510*                           switch, not the raw file status,
000520*                           which is '10' after the AT END read
000530*                           of every clean run.
000540*       15 OCT 2026   DPO   RUNCTL records and their backup and
000550*                           journal images grow from 82 to 84
000560*                           bytes, and GENCTL entries from 34 to
000570*                           36, to carry the processing cycle.
000580*       15 OCT 2026   DPO   RUNCTL records and their backup and
000590*                           journal images grow from 84 to 87
000600*                           bytes to carry the run type and
000610*                           reprocessing number.
000620*
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID. CXB40129.
000650 AUTHOR. DATA-PROCESSING-OPERATIONS.
000660 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000670 DATE-WRITTEN. 02 SEP 2026.
000680 DATE-COMPILED.
000690*
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT REQUEST-FILE ASSIGN TO "REBLDREQ"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-REQ-STATUS.
000760     SELECT BACKUP-AUDIT-FILE ASSIGN TO "AUDTBKUP"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-IN-STATUS.
000790     SELECT BACKUP-RUN-FILE ASSIGN TO "RUNCBKUP"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-IN-STATUS.
000820     SELECT BACKUP-PARM-FILE ASSIGN TO "PARMBKUP"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-IN-STATUS.
000850     SELECT BACKUP-GEN-FILE ASSIGN TO "GENCBKUP"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-IN-STATUS.
000880     SELECT JOURNAL-AUDIT-FILE ASSIGN TO "AUDTJRNL"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-IN-STATUS.
000910     SELECT JOURNAL-RUN-FILE ASSIGN TO "RUNCJRNL"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-IN-STATUS.
000940     SELECT JOURNAL-PARM-FILE ASSIGN TO "PARMJRNL"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-IN-STATUS.
000970     SELECT JOURNAL-GEN-FILE ASSIGN TO "GENCJRNL"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-IN-STATUS.
001000     SELECT LIVE-AUDIT-FILE ASSIGN TO "AUDITLOG"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS LA-AUDIT-KEY
001040         FILE STATUS IS WS-OUT-STATUS.
001050     SELECT LIVE-RUN-FILE ASSIGN TO "RUNCTL"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS LR-RUN-KEY
001090         FILE STATUS IS WS-OUT-STATUS.
001100     SELECT LIVE-PARM-FILE ASSIGN TO "SITEPARM"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS LP-PARM-KEY
001140         FILE STATUS IS WS-OUT-STATUS.
001150     SELECT LIVE-GEN-FILE ASSIGN TO "GENCTL"
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS WS-OUT-STATUS.
001180*
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  REQUEST-FILE
001220     RECORDING MODE IS F.
001230 01  REQUEST-RECORD.
001240     05  RB-FILE-ID            PIC X(08).
001250*
001260*    THE BACKUPS AND JOURNALS CARRY FLAT IMAGES OF THE LIVE
001270*    RECORDS; THEY ARE MOVED WHOLE INTO THE LIVE RECORD AREAS.
001280*
001290 FD  BACKUP-AUDIT-FILE
001300     RECORDING MODE IS F.
001310 01  BACKUP-AUDIT-RECORD       PIC X(32).
001320 FD  BACKUP-RUN-FILE
001330     RECORDING MODE IS F.
001340 01  BACKUP-RUN-RECORD         PIC X(87).
001350 FD  BACKUP-PARM-FILE
001360     RECORDING MODE IS F.
001370 01  BACKUP-PARM-RECORD        PIC X(50).
001380 FD  BACKUP-GEN-FILE
001390     RECORDING MODE IS F.
001400 01  BACKUP-GEN-RECORD         PIC X(36).
001410*
001420 FD  JOURNAL-AUDIT-FILE
001430     RECORDING MODE IS F.
001440 01  JOURNAL-AUDIT-RECORD      PIC X(32).
001450 FD  JOURNAL-RUN-FILE
001460     RECORDING MODE IS F.
001470 01  JOURNAL-RUN-RECORD        PIC X(87).
001480 FD  JOURNAL-PARM-FILE
001490     RECORDING MODE IS F.
001500 01  JOURNAL-PARM-RECORD       PIC X(50).
001510 FD  JOURNAL-GEN-FILE
001520     RECORDING MODE IS F.
001530 01  JOURNAL-GEN-RECORD        PIC X(36).
001540*
001550 FD  LIVE-AUDIT-FILE
001560     RECORDING MODE IS F.
001570 01  LIVE-AUDIT-RECORD.
001580     COPY CXBAUDT
001590         REPLACING ==CXB-AUDIT-KEY==     BY ==LA-AUDIT-KEY==
001600                   ==CXB-CALL-DATE==     BY ==LA-CALL-DATE==
001610                   ==CXB-CALL-TIME==     BY ==LA-CALL-TIME==
001620                   ==CXB-PROGRAM-NAME==  BY ==LA-PROGRAM-NAME==
001630                   ==CXB-DEVICE-ROUTED== BY ==LA-DEVICE-ROUTED==.
001640*
001650 FD  LIVE-RUN-FILE
001660     RECORDING MODE IS F.
001670 01  LIVE-RUN-RECORD.
001680     COPY CXBRUNC
001690         REPLACING LEADING ==CXB-RUN== BY ==LR-RUN==.
001700*
001710 FD  LIVE-PARM-FILE
001720     RECORDING MODE IS F.
001730 01  LIVE-PARM-RECORD.
001740     COPY CXBPARM
001750         REPLACING LEADING ==CXB== BY ==LP==.
001760*
001770 FD  LIVE-GEN-FILE
001780     RECORDING MODE IS F.
001790 01  LIVE-GEN-RECORD.
001800     05  LG-FILE-ID            PIC X(08).
001810     05  LG-SLOT               PIC 9(01).
001820     05  LG-GEN-DATE           PIC 9(08).
001830     05  LG-GEN-TIME           PIC 9(08).
001840     05  LG-RECORD-COUNT       PIC 9(09).
001850     05  LG-GEN-CYCLE          PIC 9(02).
001860*
001870 WORKING-STORAGE SECTION.
001880*
001890*    STANDALONE COUNTERS AND SWITCHES
001900*
001910 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40129'.
001920*
001930 77  WS-REQ-STATUS             PIC X(02)  VALUE SPACES.
001940     88  WS-REQ-FILE-OK                      VALUE '00'.
001950 77  WS-REQ-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001960     88  REQ-WAS-OPENED                      VALUE 'Y'.
001970     88  REQ-NOT-OPENED                      VALUE 'N'.
001980 77  WS-IN-STATUS              PIC X(02)  VALUE SPACES.
001990     88  WS-IN-FILE-OK                       VALUE '00'.
002000 77  WS-OUT-STATUS             PIC X(02)  VALUE SPACES.
002010     88  WS-OUT-FILE-OK                      VALUE '00'.
002020     88  WS-OUT-DUP-KEY                      VALUE '22'.
002030*
002040 77  WS-REQ-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002050     88  END-OF-REQUESTS                     VALUE 'Y'.
002060     88  NOT-END-OF-REQUESTS                 VALUE 'N'.
002070 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
002080     88  END-OF-INPUT                        VALUE 'Y'.
002090     88  NOT-END-OF-INPUT                    VALUE 'N'.
002100*
002110*    REBUILD TALLIES: WHAT CAME OFF THE BACKUP, WHAT THE
002120*    JOURNAL REPLAYED, THE RECORDS NOW LIVE, AND THE READ-BACK
002130*    VERIFICATION COUNT.
002140*
002150 77  WS-BACKUP-COUNT           PIC 9(09)  COMP VALUE ZERO.
002160 77  WS-JOURNAL-COUNT          PIC 9(09)  COMP VALUE ZERO.
002170 77  WS-LIVE-COUNT             PIC 9(09)  COMP VALUE ZERO.
002180 77  WS-VERIFY-COUNT           PIC 9(09)  COMP VALUE ZERO.
002190*
002200*    IN-CORE COPY OF GENCTL FOR THE SEQUENTIAL REBUILD: AT
002210*    MOST TWO FILE-IDS TIMES FIVE SLOTS, THE SAME BOUND
002220*    CXB40113 USES.
002230*
002240 77  WS-GEN-MAX                PIC 9(03)  COMP VALUE 10.
002250 77  WS-GEN-COUNT              PIC 9(03)  COMP VALUE ZERO.
002260 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
002270 77  WS-FOUND-INDEX            PIC 9(03)  COMP VALUE ZERO.
002280 01  WS-GEN-TABLE.
002290     05  WS-GEN-ENTRY OCCURS 10 TIMES.
002300         10  WS-TBL-GEN-IMAGE      PIC X(36).
002310 01  WS-GEN-WORK               PIC X(36)  VALUE SPACES.
002320 01  WS-GEN-WORK-VIEW REDEFINES WS-GEN-WORK.
002330     05  WS-WRK-FILE-ID        PIC X(08).
002340     05  WS-WRK-SLOT           PIC 9(01).
002350     05  FILLER                PIC X(27).
002360 01  WS-TBL-ENTRY-VIEW         PIC X(36)  VALUE SPACES.
002370 01  WS-TBL-VIEW-PARTS REDEFINES WS-TBL-ENTRY-VIEW.
002380     05  WS-VIEW-FILE-ID       PIC X(08).
002390     05  WS-VIEW-SLOT          PIC 9(01).
002400     05  FILLER                PIC X(27).
002410*
002420 PROCEDURE DIVISION.
002430*
002440*===============================================================
002450*    0000-MAINLINE
002460*===============================================================
002470 0000-MAINLINE.
002480*
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500*
002510     PERFORM 2000-REBUILD-ONE-REQUEST THRU 2000-EXIT
002520         UNTIL END-OF-REQUESTS.
002530*
002540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002550*
002560     STOP RUN.
002570*
002580*===============================================================
002590*    1000-INITIALIZE
002600*===============================================================
002610 1000-INITIALIZE.
002620*
002630     OPEN INPUT REQUEST-FILE.
002640     IF NOT WS-REQ-FILE-OK
002650         DISPLAY 'CXB40129 REBLDREQ NOT AVAILABLE, STATUS='
002660             WS-REQ-STATUS
002670         SET END-OF-REQUESTS TO TRUE
002680         MOVE 8 TO RETURN-CODE
002690         GO TO 1000-EXIT
002700     END-IF.
002710     SET REQ-WAS-OPENED TO TRUE.
002720*
002730     READ REQUEST-FILE
002740         AT END
002750             SET END-OF-REQUESTS TO TRUE
002760     END-READ.
002770*
002780 1000-EXIT.
002790     EXIT.
002800*
002810*===============================================================
002820*    2000-REBUILD-ONE-REQUEST
002830*===============================================================
002840 2000-REBUILD-ONE-REQUEST.
002850*
002860     MOVE ZERO TO WS-BACKUP-COUNT.
002870     MOVE ZERO TO WS-JOURNAL-COUNT.
002880     MOVE ZERO TO WS-LIVE-COUNT.
002890     MOVE ZERO TO WS-VERIFY-COUNT.
002900*
002910     EVALUATE RB-FILE-ID
002920         WHEN 'AUDITLOG'
002930             PERFORM 3000-REBUILD-AUDITLOG THRU 3000-EXIT
002940         WHEN 'RUNCTL'
002950             PERFORM 4000-REBUILD-RUNCTL THRU 4000-EXIT
002960         WHEN 'SITEPARM'
002970             PERFORM 5000-REBUILD-SITEPARM THRU 5000-EXIT
002980         WHEN 'GENCTL'
002990             PERFORM 6000-REBUILD-GENCTL THRU 6000-EXIT
003000         WHEN OTHER
003010             DISPLAY 'CXB40129 UNKNOWN FILE ID "' RB-FILE-ID
003020                 '" - SKIPPED'
003030             MOVE 8 TO RETURN-CODE
003040     END-EVALUATE.
003050*
003060     READ REQUEST-FILE
003070         AT END
003080             SET END-OF-REQUESTS TO TRUE
003090     END-READ.
003100*
003110 2000-EXIT.
003120     EXIT.
003130*
003140*===============================================================
003150*    3000-REBUILD-AUDITLOG
003160*===============================================================
003170 3000-REBUILD-AUDITLOG.
003180*
003190*    THE FILE IS CREATED EMPTY AND REOPENED I-O, THE WAY
003200*    CXB40109 OPENS BRANREG: THE JOURNAL ROUTINELY CARRIES
003210*    MORE THAN ONE IMAGE OF THE SAME KEY, AND THE REPLACE
003220*    PATH NEEDS REWRITE, WHICH ONLY I-O ALLOWS.
003230*
003240     OPEN OUTPUT LIVE-AUDIT-FILE.
003250     IF WS-OUT-FILE-OK
003260         CLOSE LIVE-AUDIT-FILE
003270         OPEN I-O LIVE-AUDIT-FILE
003280     END-IF.
003290     IF NOT WS-OUT-FILE-OK
003300         DISPLAY 'CXB40129 AUDITLOG OPEN FAILED, STATUS='
003310             WS-OUT-STATUS
003320         MOVE 8 TO RETURN-CODE
003330         GO TO 3000-EXIT
003340     END-IF.
003350*
003360     SET NOT-END-OF-INPUT TO TRUE.
003370     OPEN INPUT BACKUP-AUDIT-FILE.
003380     IF WS-IN-FILE-OK
003390         PERFORM 3100-LOAD-AUDIT-BACKUP THRU 3100-EXIT
003400             UNTIL END-OF-INPUT
003410         CLOSE BACKUP-AUDIT-FILE
003420     ELSE
003430         DISPLAY 'CXB40129 AUDTBKUP NOT PRESENT - '
003440             'REBUILDING FROM JOURNAL ALONE'
003450     END-IF.
003460*
003470     SET NOT-END-OF-INPUT TO TRUE.
003480     OPEN INPUT JOURNAL-AUDIT-FILE.
003490     IF WS-IN-FILE-OK
003500         PERFORM 3200-REPLAY-AUDIT-JOURNAL THRU 3200-EXIT
003510             UNTIL END-OF-INPUT
003520         CLOSE JOURNAL-AUDIT-FILE
003530     ELSE
003540         DISPLAY 'CXB40129 AUDTJRNL NOT PRESENT - '
003550             'BACKUP ALONE RESTORED'
003560     END-IF.
003570*
003580     CLOSE LIVE-AUDIT-FILE.
003590*
003600     SET NOT-END-OF-INPUT TO TRUE.
003610     OPEN INPUT LIVE-AUDIT-FILE.
003620     PERFORM 3300-VERIFY-AUDIT-COUNT THRU 3300-EXIT
003630         UNTIL END-OF-INPUT.
003640     CLOSE LIVE-AUDIT-FILE.
003650*
003660     PERFORM 8000-REPORT-REBUILD THRU 8000-EXIT.
003670*
003680 3000-EXIT.
003690     EXIT.
003700*
003710*===============================================================
003720*    3100-LOAD-AUDIT-BACKUP
003730*===============================================================
003740 3100-LOAD-AUDIT-BACKUP.
003750*
003760     READ BACKUP-AUDIT-FILE
003770         AT END
003780             SET END-OF-INPUT TO TRUE
003790             GO TO 3100-EXIT
003800     END-READ.
003810     ADD 1 TO WS-BACKUP-COUNT.
003820*
003830     MOVE BACKUP-AUDIT-RECORD TO LIVE-AUDIT-RECORD.
003840     PERFORM 3500-WRITE-AUDIT-LIVE THRU 3500-EXIT.
003850*
003860 3100-EXIT.
003870     EXIT.
003880*
003890*===============================================================
003900*    3200-REPLAY-AUDIT-JOURNAL
003910*===============================================================
003920 3200-REPLAY-AUDIT-JOURNAL.
003930*
003940     READ JOURNAL-AUDIT-FILE
003950         AT END
003960             SET END-OF-INPUT TO TRUE
003970             GO TO 3200-EXIT
003980     END-READ.
003990     ADD 1 TO WS-JOURNAL-COUNT.
004000*
004010     MOVE JOURNAL-AUDIT-RECORD TO LIVE-AUDIT-RECORD.
004020     PERFORM 3500-WRITE-AUDIT-LIVE THRU 3500-EXIT.
004030*
004040 3200-EXIT.
004050     EXIT.
004060*
004070*===============================================================
004080*    3500-WRITE-AUDIT-LIVE
004090*===============================================================
004100 3500-WRITE-AUDIT-LIVE.
004110*
004120*    A KEY ALREADY ON FILE MEANS A LATER IMAGE OF THE SAME
004130*    RECORD - THE AFTER-IMAGE REPLACES IT.
004140*
004150     WRITE LIVE-AUDIT-RECORD.
004160     IF WS-OUT-FILE-OK
004170         ADD 1 TO WS-LIVE-COUNT
004180         GO TO 3500-EXIT
004190     END-IF.
004200     IF WS-OUT-DUP-KEY
004210         REWRITE LIVE-AUDIT-RECORD
004220     END-IF.
004230     IF NOT WS-OUT-FILE-OK
004240         DISPLAY 'CXB40129 AUDITLOG WRITE FAILED, STATUS='
004250             WS-OUT-STATUS
004260         MOVE 8 TO RETURN-CODE
004270     END-IF.
004280*
004290 3500-EXIT.
004300     EXIT.
004310*
004320*===============================================================
004330*    3300-VERIFY-AUDIT-COUNT
004340*===============================================================
004350 3300-VERIFY-AUDIT-COUNT.
004360*
004370     READ LIVE-AUDIT-FILE NEXT RECORD
004380         AT END
004390             SET END-OF-INPUT TO TRUE
004400             GO TO 3300-EXIT
004410     END-READ.
004420     ADD 1 TO WS-VERIFY-COUNT.
004430*
004440 3300-EXIT.
004450     EXIT.
004460*
004470*===============================================================
004480*    4000-REBUILD-RUNCTL
004490*===============================================================
004500 4000-REBUILD-RUNCTL.
004510*
004520*    THE FILE IS CREATED EMPTY AND REOPENED I-O, THE WAY
004530*    CXB40109 OPENS BRANREG: THE JOURNAL ROUTINELY CARRIES
004540*    MORE THAN ONE IMAGE OF THE SAME KEY, AND THE REPLACE
004550*    PATH NEEDS REWRITE, WHICH ONLY I-O ALLOWS.
004560*
004570     OPEN OUTPUT LIVE-RUN-FILE.
004580     IF WS-OUT-FILE-OK
004590         CLOSE LIVE-RUN-FILE
004600         OPEN I-O LIVE-RUN-FILE
004610     END-IF.
004620     IF NOT WS-OUT-FILE-OK
004630         DISPLAY 'CXB40129 RUNCTL OPEN FAILED, STATUS='
004640             WS-OUT-STATUS
004650         MOVE 8 TO RETURN-CODE
004660         GO TO 4000-EXIT
004670     END-IF.
004680*
004690     SET NOT-END-OF-INPUT TO TRUE.
004700     OPEN INPUT BACKUP-RUN-FILE.
004710     IF WS-IN-FILE-OK
004720         PERFORM 4100-LOAD-RUN-BACKUP THRU 4100-EXIT
004730             UNTIL END-OF-INPUT
004740         CLOSE BACKUP-RUN-FILE
004750     ELSE
004760         DISPLAY 'CXB40129 RUNCBKUP NOT PRESENT - '
004770             'REBUILDING FROM JOURNAL ALONE'
004780     END-IF.
004790*
004800     SET NOT-END-OF-INPUT TO TRUE.
004810     OPEN INPUT JOURNAL-RUN-FILE.
004820     IF WS-IN-FILE-OK
004830         PERFORM 4200-REPLAY-RUN-JOURNAL THRU 4200-EXIT
004840             UNTIL END-OF-INPUT
004850         CLOSE JOURNAL-RUN-FILE
004860     ELSE
004870         DISPLAY 'CXB40129 RUNCJRNL NOT PRESENT - '
004880             'BACKUP ALONE RESTORED'
004890     END-IF.
004900*
004910     CLOSE LIVE-RUN-FILE.
004920*
004930     SET NOT-END-OF-INPUT TO TRUE.
004940     OPEN INPUT LIVE-RUN-FILE.
004950     PERFORM 4300-VERIFY-RUN-COUNT THRU 4300-EXIT
004960         UNTIL END-OF-INPUT.
004970     CLOSE LIVE-RUN-FILE.
004980*
004990     PERFORM 8000-REPORT-REBUILD THRU 8000-EXIT.
005000*
005010 4000-EXIT.
005020     EXIT.
005030*
005040*===============================================================
005050*    4100-LOAD-RUN-BACKUP
005060*===============================================================
005070 4100-LOAD-RUN-BACKUP.
005080*
005090     READ BACKUP-RUN-FILE
005100         AT END
005110             SET END-OF-INPUT TO TRUE
005120             GO TO 4100-EXIT
005130     END-READ.
005140     ADD 1 TO WS-BACKUP-COUNT.
005150*
005160     MOVE BACKUP-RUN-RECORD TO LIVE-RUN-RECORD.
005170     PERFORM 4500-WRITE-RUN-LIVE THRU 4500-EXIT.
005180*
005190 4100-EXIT.
005200     EXIT.
005210*
005220*===============================================================
005230*    4200-REPLAY-RUN-JOURNAL
005240*===============================================================
005250 4200-REPLAY-RUN-JOURNAL.
005260*
005270     READ JOURNAL-RUN-FILE
005280         AT END
005290             SET END-OF-INPUT TO TRUE
005300             GO TO 4200-EXIT
005310     END-READ.
005320     ADD 1 TO WS-JOURNAL-COUNT.
005330*
005340     MOVE JOURNAL-RUN-RECORD TO LIVE-RUN-RECORD.
005350     PERFORM 4500-WRITE-RUN-LIVE THRU 4500-EXIT.
005360*
005370 4200-EXIT.
005380     EXIT.
005390*
005400*===============================================================
005410*    4500-WRITE-RUN-LIVE
005420*===============================================================
005430 4500-WRITE-RUN-LIVE.
005440*
005450     WRITE LIVE-RUN-RECORD.
005460     IF WS-OUT-FILE-OK
005470         ADD 1 TO WS-LIVE-COUNT
005480         GO TO 4500-EXIT
005490     END-IF.
005500     IF WS-OUT-DUP-KEY
005510         REWRITE LIVE-RUN-RECORD
005520     END-IF.
005530     IF NOT WS-OUT-FILE-OK
005540         DISPLAY 'CXB40129 RUNCTL WRITE FAILED, STATUS='
005550             WS-OUT-STATUS
005560         MOVE 8 TO RETURN-CODE
005570     END-IF.
005580*
005590 4500-EXIT.
005600     EXIT.
005610*
005620*===============================================================
005630*    4300-VERIFY-RUN-COUNT
005640*===============================================================
005650 4300-VERIFY-RUN-COUNT.
005660*
005670     READ LIVE-RUN-FILE NEXT RECORD
005680         AT END
005690             SET END-OF-INPUT TO TRUE
005700             GO TO 4300-EXIT
005710     END-READ.
005720     ADD 1 TO WS-VERIFY-COUNT.
005730*
005740 4300-EXIT.
005750     EXIT.
005760*
005770*===============================================================
005780*    5000-REBUILD-SITEPARM
005790*===============================================================
005800 5000-REBUILD-SITEPARM.
005810*
005820*    THE FILE IS CREATED EMPTY AND REOPENED I-O, THE WAY
005830*    CXB40109 OPENS BRANREG: THE JOURNAL ROUTINELY CARRIES
005840*    MORE THAN ONE IMAGE OF THE SAME KEY, AND THE REPLACE
005850*    PATH NEEDS REWRITE, WHICH ONLY I-O ALLOWS.
005860*
005870     OPEN OUTPUT LIVE-PARM-FILE.
005880     IF WS-OUT-FILE-OK
005890         CLOSE LIVE-PARM-FILE
005900         OPEN I-O LIVE-PARM-FILE
005910     END-IF.
005920     IF NOT WS-OUT-FILE-OK
005930         DISPLAY 'CXB40129 SITEPARM OPEN FAILED, STATUS='
005940             WS-OUT-STATUS
005950         MOVE 8 TO RETURN-CODE
005960         GO TO 5000-EXIT
005970     END-IF.
005980*
005990     SET NOT-END-OF-INPUT TO TRUE.
006000     OPEN INPUT BACKUP-PARM-FILE.
006010     IF WS-IN-FILE-OK
006020         PERFORM 5100-LOAD-PARM-BACKUP THRU 5100-EXIT
006030             UNTIL END-OF-INPUT
006040         CLOSE BACKUP-PARM-FILE
006050     ELSE
006060         DISPLAY 'CXB40129 PARMBKUP NOT PRESENT - '
006070             'REBUILDING FROM JOURNAL ALONE'
006080     END-IF.
006090*
006100     SET NOT-END-OF-INPUT TO TRUE.
006110     OPEN INPUT JOURNAL-PARM-FILE.
006120     IF WS-IN-FILE-OK
006130         PERFORM 5200-REPLAY-PARM-JOURNAL THRU 5200-EXIT
006140             UNTIL END-OF-INPUT
006150         CLOSE JOURNAL-PARM-FILE
006160     ELSE
006170         DISPLAY 'CXB40129 PARMJRNL NOT PRESENT - '
006180             'BACKUP ALONE RESTORED'
006190     END-IF.
006200*
006210     CLOSE LIVE-PARM-FILE.
006220*
006230     SET NOT-END-OF-INPUT TO TRUE.
006240     OPEN INPUT LIVE-PARM-FILE.
006250     PERFORM 5300-VERIFY-PARM-COUNT THRU 5300-EXIT
006260         UNTIL END-OF-INPUT.
006270     CLOSE LIVE-PARM-FILE.
006280*
006290     PERFORM 8000-REPORT-REBUILD THRU 8000-EXIT.
006300*
006310 5000-EXIT.
006320     EXIT.
006330*
006340*===============================================================
006350*    5100-LOAD-PARM-BACKUP
006360*===============================================================
006370 5100-LOAD-PARM-BACKUP.
006380*
006390     READ BACKUP-PARM-FILE
006400         AT END
006410             SET END-OF-INPUT TO TRUE
006420             GO TO 5100-EXIT
006430     END-READ.
006440     ADD 1 TO WS-BACKUP-COUNT.
006450*
006460     MOVE BACKUP-PARM-RECORD TO LIVE-PARM-RECORD.
006470     PERFORM 5500-WRITE-PARM-LIVE THRU 5500-EXIT.
006480*
006490 5100-EXIT.
006500     EXIT.
006510*
006520*===============================================================
006530*    5200-REPLAY-PARM-JOURNAL
006540*===============================================================
006550 5200-REPLAY-PARM-JOURNAL.
006560*
006570     READ JOURNAL-PARM-FILE
006580         AT END
006590             SET END-OF-INPUT TO TRUE
006600             GO TO 5200-EXIT
006610     END-READ.
006620     ADD 1 TO WS-JOURNAL-COUNT.
006630*
006640     MOVE JOURNAL-PARM-RECORD TO LIVE-PARM-RECORD.
006650     PERFORM 5500-WRITE-PARM-LIVE THRU 5500-EXIT.
006660*
006670 5200-EXIT.
006680     EXIT.
006690*
006700*===============================================================
006710*    5500-WRITE-PARM-LIVE
006720*===============================================================
006730 5500-WRITE-PARM-LIVE.
006740*
006750     WRITE LIVE-PARM-RECORD.
006760     IF WS-OUT-FILE-OK
006770         ADD 1 TO WS-LIVE-COUNT
006780         GO TO 5500-EXIT
006790     END-IF.
006800     IF WS-OUT-DUP-KEY
006810         REWRITE LIVE-PARM-RECORD
006820     END-IF.
006830     IF NOT WS-OUT-FILE-OK
006840         DISPLAY 'CXB40129 SITEPARM WRITE FAILED, STATUS='
006850             WS-OUT-STATUS
006860         MOVE 8 TO RETURN-CODE
006870     END-IF.
006880*
006890 5500-EXIT.
006900     EXIT.
006910*
006920*===============================================================
006930*    5300-VERIFY-PARM-COUNT
006940*===============================================================
006950 5300-VERIFY-PARM-COUNT.
006960*
006970     READ LIVE-PARM-FILE NEXT RECORD
006980         AT END
006990             SET END-OF-INPUT TO TRUE
007000             GO TO 5300-EXIT
007010     END-READ.
007020     ADD 1 TO WS-VERIFY-COUNT.
007030*
007040 5300-EXIT.
007050     EXIT.
007060*
007070*===============================================================
007080*    6000-REBUILD-GENCTL
007090*===============================================================
007100 6000-REBUILD-GENCTL.
007110*
007120*    GENCTL IS SEQUENTIAL, SO THE REBUILD RUNS THROUGH THE
007130*    SAME IN-CORE TABLE CXB40113 USES: THE BACKUP LOADS IT,
007140*    EACH JOURNAL IMAGE REPLACES ITS FILE-ID/SLOT ENTRY OR
007150*    ADDS A NEW ONE, AND THE TABLE IS WRITTEN BACK OUT.
007160*
007170     MOVE ZERO TO WS-GEN-COUNT.
007180*
007190     SET NOT-END-OF-INPUT TO TRUE.
007200     OPEN INPUT BACKUP-GEN-FILE.
007210     IF WS-IN-FILE-OK
007220         PERFORM 6100-LOAD-GEN-BACKUP THRU 6100-EXIT
007230             UNTIL END-OF-INPUT
007240         CLOSE BACKUP-GEN-FILE
007250     ELSE
007260         DISPLAY 'CXB40129 GENCBKUP NOT PRESENT - '
007270             'REBUILDING FROM JOURNAL ALONE'
007280     END-IF.
007290*
007300     SET NOT-END-OF-INPUT TO TRUE.
007310     OPEN INPUT JOURNAL-GEN-FILE.
007320     IF WS-IN-FILE-OK
007330         PERFORM 6200-REPLAY-GEN-JOURNAL THRU 6200-EXIT
007340             UNTIL END-OF-INPUT
007350         CLOSE JOURNAL-GEN-FILE
007360     ELSE
007370         DISPLAY 'CXB40129 GENCJRNL NOT PRESENT - '
007380             'BACKUP ALONE RESTORED'
007390     END-IF.
007400*
007410     OPEN OUTPUT LIVE-GEN-FILE.
007420     IF NOT WS-OUT-FILE-OK
007430         DISPLAY 'CXB40129 GENCTL OPEN FAILED, STATUS='
007440             WS-OUT-STATUS
007450         MOVE 8 TO RETURN-CODE
007460         GO TO 6000-EXIT
007470     END-IF.
007480     PERFORM 6500-WRITE-GEN-ENTRY THRU 6500-EXIT
007490         VARYING WS-IDX FROM 1 BY 1
007500         UNTIL WS-IDX > WS-GEN-COUNT.
007510     CLOSE LIVE-GEN-FILE.
007520*
007530     SET NOT-END-OF-INPUT TO TRUE.
007540     OPEN INPUT LIVE-GEN-FILE.
007550     PERFORM 6300-VERIFY-GEN-COUNT THRU 6300-EXIT
007560         UNTIL END-OF-INPUT.
007570     CLOSE LIVE-GEN-FILE.
007580*
007590     PERFORM 8000-REPORT-REBUILD THRU 8000-EXIT.
007600*
007610 6000-EXIT.
007620     EXIT.
007630*
007640*===============================================================
007650*    6100-LOAD-GEN-BACKUP
007660*===============================================================
007670 6100-LOAD-GEN-BACKUP.
007680*
007690     READ BACKUP-GEN-FILE
007700         AT END
007710             SET END-OF-INPUT TO TRUE
007720             GO TO 6100-EXIT
007730     END-READ.
007740     ADD 1 TO WS-BACKUP-COUNT.
007750*
007760     MOVE BACKUP-GEN-RECORD TO WS-GEN-WORK.
007770     PERFORM 6400-MERGE-GEN-IMAGE THRU 6400-EXIT.
007780*
007790 6100-EXIT.
007800     EXIT.
007810*
007820*===============================================================
007830*    6200-REPLAY-GEN-JOURNAL
007840*===============================================================
007850 6200-REPLAY-GEN-JOURNAL.
007860*
007870     READ JOURNAL-GEN-FILE
007880         AT END
007890             SET END-OF-INPUT TO TRUE
007900             GO TO 6200-EXIT
007910     END-READ.
007920     ADD 1 TO WS-JOURNAL-COUNT.
007930*
007940     MOVE JOURNAL-GEN-RECORD TO WS-GEN-WORK.
007950     PERFORM 6400-MERGE-GEN-IMAGE THRU 6400-EXIT.
007960*
007970 6200-EXIT.
007980     EXIT.
007990*
008000*===============================================================
008010*    6400-MERGE-GEN-IMAGE
008020*===============================================================
008030 6400-MERGE-GEN-IMAGE.
008040*
008050     MOVE ZERO TO WS-FOUND-INDEX.
008060     PERFORM 6410-FIND-GEN-ENTRY THRU 6410-EXIT
008070         VARYING WS-IDX FROM 1 BY 1
008080         UNTIL WS-IDX > WS-GEN-COUNT
008090            OR WS-FOUND-INDEX > ZERO.
008100*
008110     IF WS-FOUND-INDEX = ZERO
008120         IF WS-GEN-COUNT >= WS-GEN-MAX
008130             DISPLAY 'CXB40129 GENCTL TABLE FULL - '
008140                 'IMAGE DROPPED'
008150             MOVE 8 TO RETURN-CODE
008160             GO TO 6400-EXIT
008170         END-IF
008180         ADD 1 TO WS-GEN-COUNT
008190         MOVE WS-GEN-COUNT TO WS-FOUND-INDEX
008200         ADD 1 TO WS-LIVE-COUNT
008210     END-IF.
008220*
008230     MOVE WS-GEN-WORK TO WS-TBL-GEN-IMAGE(WS-FOUND-INDEX).
008240*
008250 6400-EXIT.
008260     EXIT.
008270*
008280*===============================================================
008290*    6410-FIND-GEN-ENTRY
008300*===============================================================
008310 6410-FIND-GEN-ENTRY.
008320*
008330     MOVE WS-TBL-GEN-IMAGE(WS-IDX) TO WS-TBL-ENTRY-VIEW.
008340     IF WS-VIEW-FILE-ID = WS-WRK-FILE-ID
008350         AND WS-VIEW-SLOT = WS-WRK-SLOT
008360         MOVE WS-IDX TO WS-FOUND-INDEX
008370     END-IF.
008380*
008390 6410-EXIT.
008400     EXIT.
008410*
008420*===============================================================
008430*    6500-WRITE-GEN-ENTRY
008440*===============================================================
008450 6500-WRITE-GEN-ENTRY.
008460*
008470     MOVE WS-TBL-GEN-IMAGE(WS-IDX) TO LIVE-GEN-RECORD.
008480     WRITE LIVE-GEN-RECORD.
008490     IF NOT WS-OUT-FILE-OK
008500         DISPLAY 'CXB40129 GENCTL WRITE FAILED, STATUS='
008510             WS-OUT-STATUS
008520         MOVE 8 TO RETURN-CODE
008530     END-IF.
008540*
008550 6500-EXIT.
008560     EXIT.
008570*
008580*===============================================================
008590*    6300-VERIFY-GEN-COUNT
008600*===============================================================
008610 6300-VERIFY-GEN-COUNT.
008620*
008630     READ LIVE-GEN-FILE
008640         AT END
008650             SET END-OF-INPUT TO TRUE
008660             GO TO 6300-EXIT
008670     END-READ.
008680     ADD 1 TO WS-VERIFY-COUNT.
008690*
008700 6300-EXIT.
008710     EXIT.
008720*
008730*===============================================================
008740*    8000-REPORT-REBUILD
008750*===============================================================
008760 8000-REPORT-REBUILD.
008770*
008780     DISPLAY 'CXB40129 ' RB-FILE-ID ' BACKUP=' WS-BACKUP-COUNT
008790         ' JOURNAL=' WS-JOURNAL-COUNT
008800         ' LIVE=' WS-LIVE-COUNT
008810         ' VERIFIED=' WS-VERIFY-COUNT.
008820     IF WS-VERIFY-COUNT NOT = WS-LIVE-COUNT
008830         DISPLAY 'CXB40129 ' RB-FILE-ID
008840             ' REBUILD COUNT DOES NOT VERIFY'
008850         MOVE 8 TO RETURN-CODE
008860     END-IF.
008870*
008880 8000-EXIT.
008890     EXIT.
008900*
008910*===============================================================
008920*    9000-TERMINATE
008930*===============================================================
008940 9000-TERMINATE.
008950*
008960     IF REQ-WAS-OPENED
008970         CLOSE REQUEST-FILE
008980     END-IF.
008990*
009000 9000-EXIT.
009010     EXIT.
