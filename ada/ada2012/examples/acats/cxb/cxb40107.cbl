000180*          for today's business date; on an end call it fills in
000190*          the end time, the record counts, and the final
000200*          RETURN-CODE.  The registry is the RUNCTL keyed file,
000210*          one record per program per business date and
000220*          processing cycle (from the CXB40136 processing-cycle
000230*          service), so a bad night can be reconstructed from
000240*          the registry instead of from console DISPLAYs scraped
000250*          out of the job log.
000260*
000270*          The start call is also the duplicate-run guard: if a
000280*          run-control record already exists for this program,
000290*          business date, and cycle, the caller is told so and is
000300*          expected to stop instead of running twice, unless the
000310*          RUNOVRD control file holds 'Y', in which case the
000320*          rerun is allowed and the record is rewritten.
000330*
000340*          While CXB40153 has a prior business date open for
000350*          reprocessing (CXB40117 answers it flagged 'R'), runs
000360*          are registered under that date and the REPROCTL cycle
000370*          as reprocessing runs: type 'R' and the reprocessing
000380*          number from REPROCTL.  The first run of a program in
000390*          a reprocessing replaces the date's earlier record
000400*          without RUNOVRD - the open reprocessing is the
000410*          authority for the rerun, and the earlier image stays
000420*          on RUNCJRNL - while a second run in the same
000430*          reprocessing is a duplicate like any other.  An open
000440*          REPROCTL that CXB40117 could not honor (flag 'X')
000450*          refuses every start call, so no step runs as of the
000460*          wrong date.
000470*
000480*     INPUTS:
000490*          RC-FUNCTION-CODE    - 'S' start of run, 'E' end.
000500*          RC-PROGRAM-NAME     - the calling batch program.
000510*          RC-IN-COUNT, RC-OUT-COUNT, RC-REJECT-COUNT,
000520*          RC-TRUNC-COUNT, RC-OVERFLOW-COUNT, RC-FINAL-RC
000530*                              - end-of-run figures (ignored on
000540*                                a start call).
000550*          RUNOVRD             - control file; 'Y' in its one
000560*                                byte record lets a program
000570*                                rerun a business date.
000580*          REPROCTL            - reprocessing control record
000590*                                (CXBREPR layout), read while a
000600*                                date is being reprocessed.
000610*
000620*     OUTPUTS:
000630*          RC-RESULT-FLAG      - '0' recorded, 'D' duplicate run
000640*                                refused (or reprocessing
000650*                                control not usable), 'E'
000660*                                registry error.
000670*          RUNCTL              - keyed run registry (CXBRUNC
000680*                                layout).
000690*
000700*     CHANGE HISTORY:
000710*       23 AUG 2026   DPO   Initial release.
000720*       02 SEP 2026   DPO   The business date now comes from
000730*                           the CXB40117 business-date
000740*                           service (the BUSDATE control
000750*                           file, rolled by CXB40118)
000760*                           instead of ACCEPT FROM DATE,
000770*                           so work that slips past
000780*                           midnight still posts under the
000790*                           right business date.
000800*       02 SEP 2026   DPO   Date fields are now PIC 9(08)
000810*                           CCYYMMDD, in step with the shared
000820*                           copybooks, so dates compare and
000830*                           order correctly across a century
000840*                           boundary.  Existing keyed and
000850*                           archive files are rebuilt into
000860*                           the new layout by the CXB40119
000870*                           conversion utility.
000880*       02 SEP 2026   DPO   Every write and rewrite of the
000890*                           keyed file is now also appended
000900*                           as an after-image to its
000910*                           sequential journal, so the
000920*                           CXB40129 rebuild utility can
000930*                           reconstruct the file from the
000940*                           last backup plus the journal
000950*                           after a broken index.
000960*       15 OCT 2026   DPO   Runs are now registered under the
000970*                           processing cycle as well as the
000980*                           business date, from the new
000990*                           CXB40136 processing-cycle service,
001000*                           so a midday cycle registers beside
001010*                           the overnight one instead of being
001020*                           refused as a duplicate.  RUNOVRD
001030*                           still governs a rerun of the same
001040*                           cycle.
001050*       15 OCT 2026   DPO   Runs made while a prior business
001060*                           date is open for reprocessing are
001070*                           registered as reprocessing runs
001080*                           (type 'R' and the REPROCTL
001090*                           reprocessing number) and replace
001100*                           the date's earlier record once
001110*                           without RUNOVRD; an unusable
001120*                           REPROCTL refuses the run.  RUNCJRNL
001130*                           images grow to 87 bytes with the
001140*                           record.
001150*
001160 IDENTIFICATION DIVISION.
001170 PROGRAM-ID. CXB40107.
001180 AUTHOR. DATA-PROCESSING-OPERATIONS.
001190 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
001200 DATE-WRITTEN. 23 AUG 2026.
001210 DATE-COMPILED.
001220*
001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS RANDOM
001290         RECORD KEY IS RN-RUN-KEY
001300         FILE STATUS IS WS-RUN-STATUS.
001310     SELECT JOURNAL-FILE ASSIGN TO "RUNCJRNL"
001320         ORGANIZATION IS SEQUENTIAL
001330         FILE STATUS IS WS-JRNL-STATUS.
001340     SELECT OVERRIDE-FILE ASSIGN TO "RUNOVRD"
001350         ORGANIZATION IS SEQUENTIAL
001360         FILE STATUS IS WS-OVRD-STATUS.
001370     SELECT REPRO-CONTROL-FILE ASSIGN TO "REPROCTL"
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-REPRO-STATUS.
001400*
001410 DATA DIVISION.
001420 FILE SECTION.
001430 FD  RUN-CONTROL-FILE
001440     RECORDING MODE IS F.
001450 01  RUN-CONTROL-RECORD.
001460     COPY CXBRUNC
001470         REPLACING LEADING ==CXB-RUN== BY ==RN-RUN==.
001480*
001490 FD  OVERRIDE-FILE
001500     RECORDING MODE IS F.
001510 01  OVERRIDE-RECORD.
001520     05  OV-OVERRIDE-FLAG      PIC X(01).
001530*
001540 FD  REPRO-CONTROL-FILE
001550     RECORDING MODE IS F.
001560 01  REPRO-CONTROL-RECORD.
001570     COPY CXBREPR
001580         REPLACING LEADING ==CXB-RP== BY ==RP==.
001590*
001600*    RUNCJRNL IS THE AFTER-IMAGE JOURNAL FOR RUNCTL: ONE COPY
001610*    OF EVERY RECORD WRITTEN OR REWRITTEN, APPENDED IN ORDER,
001620*    SO CXB40129 CAN REBUILD THE REGISTRY FROM THE LAST
001630*    BACKUP PLUS THIS FILE.
001640*
001650 FD  JOURNAL-FILE
001660     RECORDING MODE IS F.
001670 01  JOURNAL-RECORD            PIC X(87).
001680*
001690 WORKING-STORAGE SECTION.
001700*
001710*    STANDALONE COUNTERS AND SWITCHES
001720*
001730 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40107'.
001740*
001750 77  WS-RUN-STATUS             PIC X(02)  VALUE SPACES.
001760     88  WS-RUN-FILE-OK                      VALUE '00'.
001770     88  WS-RUN-NOT-FOUND                    VALUE '35'.
001780     88  WS-RUN-REC-MISSING                  VALUE '23'.
001790 77  WS-OVRD-STATUS            PIC X(02)  VALUE SPACES.
001800     88  WS-OVRD-FILE-OK                     VALUE '00'.
001810 77  WS-REPRO-STATUS           PIC X(02)  VALUE SPACES.
001820     88  WS-REPRO-FILE-OK                    VALUE '00'.
001830 77  WS-JRNL-STATUS            PIC X(02)  VALUE SPACES.
001840     88  WS-JRNL-FILE-OK                     VALUE '00'.
001850     88  WS-JRNL-NOT-FOUND                   VALUE '35'.
001860*
001870 77  WS-OVERRIDE-SWITCH        PIC X(01)  VALUE 'N'.
001880     88  RERUN-ALLOWED                       VALUE 'Y'.
001890     88  RERUN-NOT-ALLOWED                   VALUE 'N'.
001900*
001910*    THE KIND OF RUN BEING REGISTERED: 'N' AN ORDINARY RUN,
001920*    'R' A REPROCESSING RUN, WITH ITS REPROCESSING NUMBER.
001930*
001940 77  WS-RUN-TYPE               PIC X(01)  VALUE 'N'.
001950     88  RUN-IS-REPROCESSING                 VALUE 'R'.
001960     88  RUN-IS-NORMAL                       VALUE 'N'.
001970 77  WS-REPRO-SEQ              PIC 9(02)  VALUE ZERO.
001980*
001990 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
002000 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
002010*
002020*    PROCESSING-CYCLE FIELDS FROM THE CXB40136 SERVICE
002030*
002040 77  WS-RUN-CYCLE              PIC 9(02)  VALUE 1.
002050 77  WS-FINAL-CYCLE            PIC 9(02)  VALUE 1.
002060 77  WS-CYCLE-RESULT           PIC X(01)  VALUE SPACE.
002070*
002080*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
002090*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
002100*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
002110*
002120 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
002130 LINKAGE SECTION.
002140*
002150 01  RC-FUNCTION-CODE          PIC X(01).
002160     88  RC-START-OF-RUN                     VALUE 'S'.
002170     88  RC-END-OF-RUN                       VALUE 'E'.
002180 01  RC-PROGRAM-NAME           PIC X(08).
002190 01  RC-IN-COUNT               PIC 9(09)  USAGE IS COMP.
002200 01  RC-OUT-COUNT              PIC 9(09)  USAGE IS COMP.
002210 01  RC-REJECT-COUNT           PIC 9(09)  USAGE IS COMP.
002220 01  RC-TRUNC-COUNT            PIC 9(09)  USAGE IS COMP.
002230 01  RC-OVERFLOW-COUNT         PIC 9(09)  USAGE IS COMP.
002240 01  RC-FINAL-RC               PIC S9(04) USAGE IS COMP.
002250*
002260*    RC-RESULT-FLAG TELLS THE CALLER WHAT THE SERVICE DID:
002270*    '0' THE CALL WAS RECORDED, 'D' A RUN-CONTROL RECORD FOR
002280*    THIS PROGRAM, BUSINESS DATE, AND CYCLE ALREADY EXISTS AND
002290*    RUNOVRD DOES NOT ALLOW A RERUN (THE CALLER SHOULD STOP),
002300*    'E' THE REGISTRY COULD NOT BE READ OR WRITTEN.
002310*
002320 01  RC-RESULT-FLAG            PIC X(01).
002330     88  RC-CALL-RECORDED                    VALUE '0'.
002340     88  RC-DUPLICATE-RUN                    VALUE 'D'.
002350     88  RC-REGISTRY-ERROR                   VALUE 'E'.
002360*
002370 PROCEDURE DIVISION USING RC-FUNCTION-CODE
002380                          RC-PROGRAM-NAME
002390                          RC-IN-COUNT
002400                          RC-OUT-COUNT
002410                          RC-REJECT-COUNT
002420                          RC-TRUNC-COUNT
002430                          RC-OVERFLOW-COUNT
002440                          RC-FINAL-RC
002450                          RC-RESULT-FLAG.
002460*
002470*===============================================================
002480*    0000-MAINLINE
002490*===============================================================
002500 0000-MAINLINE.
002510*
002520     CALL 'CXB40117' USING WS-RUN-DATE
002530                            WS-BDAT-RESULT.
002540     CALL 'CXB40136' USING WS-RUN-CYCLE
002550                            WS-FINAL-CYCLE
002560                            WS-CYCLE-RESULT.
002570     ACCEPT WS-RUN-TIME FROM TIME.
002580     SET RC-CALL-RECORDED TO TRUE.
002590*
002600*    A REPROCTL THE BUSINESS-DATE SERVICE COULD NOT HONOR
002610*    STOPS THE STEP BEFORE ANYTHING IS REGISTERED.
002620*
002630     IF WS-BDAT-RESULT = 'X'
002640         DISPLAY 'CXB40107 REPROCESSING CONTROL NOT USABLE - '
002650             RC-PROGRAM-NAME ' REFUSED'
002660         IF RC-START-OF-RUN
002670             SET RC-DUPLICATE-RUN TO TRUE
002680         ELSE
002690             SET RC-REGISTRY-ERROR TO TRUE
002700         END-IF
002710         GO TO 0000-RETURN
002720     END-IF.
002730*
002740     SET RUN-IS-NORMAL TO TRUE.
002750     MOVE ZERO TO WS-REPRO-SEQ.
002760     IF WS-BDAT-RESULT = 'R'
002770         PERFORM 0100-LOAD-REPRO-SEQ THRU 0100-EXIT
002780     END-IF.
002790*
002800     OPEN I-O RUN-CONTROL-FILE.
002810     IF NOT WS-RUN-FILE-OK AND WS-RUN-NOT-FOUND
002820         CLOSE RUN-CONTROL-FILE
002830         OPEN OUTPUT RUN-CONTROL-FILE
002840         CLOSE RUN-CONTROL-FILE
002850         OPEN I-O RUN-CONTROL-FILE
002860     END-IF.
002870*
002880     IF NOT WS-RUN-FILE-OK
002890         DISPLAY 'CXB40107 RUNCTL OPEN FAILED, STATUS='
002900             WS-RUN-STATUS
002910         SET RC-REGISTRY-ERROR TO TRUE
002920         GO TO 0000-RETURN
002930     END-IF.
002940*
002950     IF RC-START-OF-RUN
002960         PERFORM 1000-RECORD-START THRU 1000-EXIT
002970     ELSE
002980         PERFORM 2000-RECORD-END THRU 2000-EXIT
002990     END-IF.
003000*
003010     CLOSE RUN-CONTROL-FILE.
003020*
003030 0000-RETURN.
003040     EXIT PROGRAM.
003050*
003060*===============================================================
003070*    0100-LOAD-REPRO-SEQ
003080*===============================================================
003090 0100-LOAD-REPRO-SEQ.
003100*
003110*    THE RUN IS A REPROCESSING RUN EVEN IF THE NUMBER CANNOT
003120*    BE READ BACK; IT IS THEN REGISTERED AS REPROCESSING 0.
003130*
003140     SET RUN-IS-REPROCESSING TO TRUE.
003150*
003160     OPEN INPUT REPRO-CONTROL-FILE.
003170     IF NOT WS-REPRO-FILE-OK
003180         GO TO 0100-EXIT
003190     END-IF.
003200     READ REPRO-CONTROL-FILE
003210         AT END
003220             CONTINUE
003230         NOT AT END
003240             IF RP-REPRO-SEQ NUMERIC
003250                 MOVE RP-REPRO-SEQ TO WS-REPRO-SEQ
003260             END-IF
003270     END-READ.
003280     CLOSE REPRO-CONTROL-FILE.
003290*
003300 0100-EXIT.
003310     EXIT.
003320*
003330*===============================================================
003340*    1000-RECORD-START
003350*===============================================================
003360 1000-RECORD-START.
003370*
003380     MOVE RC-PROGRAM-NAME TO RN-RUN-PROGRAM.
003390     MOVE WS-RUN-DATE     TO RN-RUN-DATE.
003400     MOVE WS-RUN-CYCLE    TO RN-RUN-CYCLE.
003410     READ RUN-CONTROL-FILE.
003420*
003430     IF WS-RUN-FILE-OK
003440*
003450*        A RECORD FOR THIS PROGRAM, BUSINESS DATE, AND CYCLE
003460*        ALREADY EXISTS - THE PROGRAM HAS ALREADY RUN (OR IS
003470*        RUNNING) IN THIS CYCLE.  ONLY AN EXPLICIT RUNOVRD 'Y'
003480*        LETS IT GO AGAIN.
003490*
003500         PERFORM 1100-READ-OVERRIDE THRU 1100-EXIT
003510         PERFORM 1150-CHECK-REPROCESSING THRU 1150-EXIT
003520         IF RERUN-NOT-ALLOWED
003530             SET RC-DUPLICATE-RUN TO TRUE
003540             GO TO 1000-EXIT
003550         END-IF
003560         PERFORM 1200-BUILD-START-RECORD THRU 1200-EXIT
003570         REWRITE RUN-CONTROL-RECORD
003580         PERFORM 9700-JOURNAL-AFTER-IMAGE THRU 9700-EXIT
003590         IF NOT WS-RUN-FILE-OK
003600             DISPLAY 'CXB40107 RUNCTL REWRITE FAILED, STATUS='
003610                 WS-RUN-STATUS
003620             SET RC-REGISTRY-ERROR TO TRUE
003630         END-IF
003640     ELSE
003650         IF WS-RUN-REC-MISSING
003660             PERFORM 1200-BUILD-START-RECORD THRU 1200-EXIT
003670             WRITE RUN-CONTROL-RECORD
003680             PERFORM 9700-JOURNAL-AFTER-IMAGE THRU 9700-EXIT
003690             IF NOT WS-RUN-FILE-OK
003700                 DISPLAY 'CXB40107 RUNCTL WRITE FAILED, STATUS='
003710                     WS-RUN-STATUS
003720                 SET RC-REGISTRY-ERROR TO TRUE
003730             END-IF
003740         ELSE
003750             DISPLAY 'CXB40107 RUNCTL READ FAILED, STATUS='
003760                 WS-RUN-STATUS
003770             SET RC-REGISTRY-ERROR TO TRUE
003780         END-IF
003790     END-IF.
003800*
003810 1000-EXIT.
003820     EXIT.
003830*
003840*===============================================================
003850*    1100-READ-OVERRIDE
003860*===============================================================
003870 1100-READ-OVERRIDE.
003880*
003890     SET RERUN-NOT-ALLOWED TO TRUE.
003900*
003910     OPEN INPUT OVERRIDE-FILE.
003920     IF WS-OVRD-FILE-OK
003930         READ OVERRIDE-FILE
003940             AT END
003950                 CONTINUE
003960             NOT AT END
003970                 IF OV-OVERRIDE-FLAG = 'Y'
003980                     SET RERUN-ALLOWED TO TRUE
003990                 END-IF
004000         END-READ
004010         CLOSE OVERRIDE-FILE
004020     END-IF.
004030*
004040 1100-EXIT.
004050     EXIT.
004060*
004070*===============================================================
004080*    1150-CHECK-REPROCESSING
004090*===============================================================
004100 1150-CHECK-REPROCESSING.
004110*
004120*    THE FIRST RUN OF THE PROGRAM IN THIS REPROCESSING IS
004130*    ALLOWED OVER THE DATE'S EARLIER RECORD - AN ORDINARY RUN
004140*    OR ONE FROM AN EARLIER REPROCESSING.  A RECORD ALREADY
004150*    MADE IN THIS SAME REPROCESSING FALLS BACK ON RUNOVRD.
004160*
004170     IF RUN-IS-NORMAL
004180         GO TO 1150-EXIT
004190     END-IF.
004200     IF RN-RUN-REPROCESSING
004210         AND RN-RUN-REPRO-SEQ = WS-REPRO-SEQ
004220         GO TO 1150-EXIT
004230     END-IF.
004240*
004250     SET RERUN-ALLOWED TO TRUE.
004260     DISPLAY 'CXB40107 ' RC-PROGRAM-NAME ' REPROCESSING '
004270         WS-RUN-DATE ' CYCLE ' WS-RUN-CYCLE
004280         ' - EARLIER RUN RECORD REPLACED'.
004290*
004300 1150-EXIT.
004310     EXIT.
004320*
004330*===============================================================
004340*    1200-BUILD-START-RECORD
004350*===============================================================
004360 1200-BUILD-START-RECORD.
004370*
004380     MOVE RC-PROGRAM-NAME TO RN-RUN-PROGRAM.
004390     MOVE WS-RUN-DATE     TO RN-RUN-DATE.
004400     MOVE WS-RUN-CYCLE    TO RN-RUN-CYCLE.
004410     MOVE WS-RUN-TIME     TO RN-RUN-START-TIME.
004420     MOVE ZERO            TO RN-RUN-END-TIME.
004430     SET RN-RUN-STARTED   TO TRUE.
004440     MOVE ZERO            TO RN-RUN-IN-COUNT.
004450     MOVE ZERO            TO RN-RUN-OUT-COUNT.
004460     MOVE ZERO            TO RN-RUN-REJECT-COUNT.
004470     MOVE ZERO            TO RN-RUN-TRUNC-COUNT.
004480     MOVE ZERO            TO RN-RUN-OVERFLOW-COUNT.
004490     MOVE ZERO            TO RN-RUN-RETURN-CODE.
004500     MOVE WS-RUN-TYPE     TO RN-RUN-TYPE.
004510     MOVE WS-REPRO-SEQ    TO RN-RUN-REPRO-SEQ.
004520*
004530 1200-EXIT.
004540     EXIT.
004550*
004560*===============================================================
004570*    2000-RECORD-END
004580*===============================================================
004590 2000-RECORD-END.
004600*
004610     MOVE RC-PROGRAM-NAME TO RN-RUN-PROGRAM.
004620     MOVE WS-RUN-DATE     TO RN-RUN-DATE.
004630     MOVE WS-RUN-CYCLE    TO RN-RUN-CYCLE.
004640     READ RUN-CONTROL-FILE.
004650*
004660     IF WS-RUN-FILE-OK
004670         PERFORM 2100-FILL-END-FIGURES THRU 2100-EXIT
004680         REWRITE RUN-CONTROL-RECORD
004690         PERFORM 9700-JOURNAL-AFTER-IMAGE THRU 9700-EXIT
004700         IF NOT WS-RUN-FILE-OK
004710             DISPLAY 'CXB40107 RUNCTL REWRITE FAILED, STATUS='
004720                 WS-RUN-STATUS
004730             SET RC-REGISTRY-ERROR TO TRUE
004740         END-IF
004750     ELSE
004760         IF WS-RUN-REC-MISSING
004770*
004780*            NO START RECORD (THE START CALL FAILED OR WAS
004790*            SKIPPED) - RECORD THE END FIGURES ANYWAY SO THE
004800*            RUN IS NOT INVISIBLE TO THE REGISTRY.
004810*
004820             PERFORM 1200-BUILD-START-RECORD THRU 1200-EXIT
004830             PERFORM 2100-FILL-END-FIGURES THRU 2100-EXIT
004840             WRITE RUN-CONTROL-RECORD
004850             PERFORM 9700-JOURNAL-AFTER-IMAGE THRU 9700-EXIT
004860             IF NOT WS-RUN-FILE-OK
004870                 DISPLAY 'CXB40107 RUNCTL WRITE FAILED, STATUS='
004880                     WS-RUN-STATUS
004890                 SET RC-REGISTRY-ERROR TO TRUE
004900             END-IF
004910         ELSE
004920             DISPLAY 'CXB40107 RUNCTL READ FAILED, STATUS='
004930                 WS-RUN-STATUS
004940             SET RC-REGISTRY-ERROR TO TRUE
004950         END-IF
004960     END-IF.
004970*
004980 2000-EXIT.
004990     EXIT.
005000*
005010*===============================================================
005020*    2100-FILL-END-FIGURES
005030*===============================================================
005040 2100-FILL-END-FIGURES.
005050*
005060     MOVE WS-RUN-TIME        TO RN-RUN-END-TIME.
005070     SET RN-RUN-ENDED        TO TRUE.
005080     MOVE RC-IN-COUNT        TO RN-RUN-IN-COUNT.
005090     MOVE RC-OUT-COUNT       TO RN-RUN-OUT-COUNT.
005100     MOVE RC-REJECT-COUNT    TO RN-RUN-REJECT-COUNT.
005110     MOVE RC-TRUNC-COUNT     TO RN-RUN-TRUNC-COUNT.
005120     MOVE RC-OVERFLOW-COUNT  TO RN-RUN-OVERFLOW-COUNT.
005130     MOVE WS-RUN-TYPE        TO RN-RUN-TYPE.
005140     MOVE WS-REPRO-SEQ       TO RN-RUN-REPRO-SEQ.
005150     IF RC-FINAL-RC < ZERO
005160         MOVE ZERO TO RN-RUN-RETURN-CODE
005170     ELSE
005180         MOVE RC-FINAL-RC    TO RN-RUN-RETURN-CODE
005190     END-IF.
005200*
005210 2100-EXIT.
005220     EXIT.
005230*
005240*===============================================================
005250*    9700-JOURNAL-AFTER-IMAGE
005260*===============================================================
005270 9700-JOURNAL-AFTER-IMAGE.
005280*
005290*    ONE AFTER-IMAGE PER WRITE OR REWRITE, APPENDED TO
005300*    RUNCJRNL REGARDLESS OF HOW THE KEYED WRITE ITSELF CAME
005310*    OUT - AN IMAGE OF A FAILED WRITE IS HARMLESS ON REPLAY,
005320*    WHERE A MISSING IMAGE OF A GOOD ONE LOSES A RUN.
005330*    JOURNAL TROUBLE IS REPORTED AND THE SERVICE CARRIES ON.
005340*
005350     OPEN EXTEND JOURNAL-FILE.
005360     IF NOT WS-JRNL-FILE-OK AND WS-JRNL-NOT-FOUND
005370         CLOSE JOURNAL-FILE
005380         OPEN OUTPUT JOURNAL-FILE
005390     END-IF.
005400     IF NOT WS-JRNL-FILE-OK
005410         DISPLAY 'CXB40107 RUNCJRNL OPEN FAILED, STATUS='
005420             WS-JRNL-STATUS
005430         GO TO 9700-EXIT
005440     END-IF.
005450*
005460     WRITE JOURNAL-RECORD FROM RUN-CONTROL-RECORD.
005470     IF NOT WS-JRNL-FILE-OK
005480         DISPLAY 'CXB40107 RUNCJRNL WRITE FAILED, STATUS='
005490             WS-JRNL-STATUS
005500     END-IF.
005510     CLOSE JOURNAL-FILE.
005520*
005530 9700-EXIT.
005540     EXIT.
