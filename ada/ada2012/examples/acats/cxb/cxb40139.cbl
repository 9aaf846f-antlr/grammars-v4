000100* CXB40139.CBL
000110*
000120*     PROGRAM:  CXB40139   ("Pending_Change")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Shared maker-checker service CALLed by the programs
000160*          that maintain level-2 data - CXB40110 (SITEPARM),
000170*          CXB40122 (RATETBL), CXB40123 (OPERREG), CXB40101
000180*          (suspense DELETE dispositions), CXB40133 (GLMAP),
000190*          CXB40137 (STEPTBL), and CXB40144 (BRANMAST).  No one
000200*          operator can make such a change take effect alone:
000210*          the owning program hands the validated transaction
000220*          to this service as a proposal instead of applying
000230*          it, a second level-2 operator approves or rejects it
000240*          through the CXB40140 review program, and the owning
000250*          program picks approved proposals back up on its
000260*          next run and applies them then.
000270*
000280*          FUNCTIONS:
000290*              'P'  propose - write a PENDCHG record, status
000300*                   pending, for the calling program and
000310*                   operator, and return its key.
000320*              'N'  next approved - return the next approved
000330*                   proposal owned by the calling program
000340*                   (key, proposer, checker, and image), or
000350*                   result '1' when there are no more.
000360*              'A'  applied - mark the keyed proposal applied.
000370*              'X'  void - mark the keyed proposal void: it
000380*                   was approved but no longer passed the
000390*                   owning program's validation, or its target
000400*                   was gone, when the time came to apply it.
000410*              'F'  find outstanding - return the key and
000420*                   proposer of a pending or approved proposal,
000430*                   owned by the calling program, whose image
000440*                   matches PC-CALL-IMAGE, or result '1' when
000450*                   there is none, so the same change is not
000460*                   proposed twice.
000470*              'C'  close PENDCHG and PENDLOG at end of run.
000480*
000490*          Every proposal, application, and void is appended
000500*          to the PENDLOG log with both operator ids (CXBPLOG
000510*          layout); CXB40140 logs the approvals, rejections,
000520*          and expiries to the same file.
000530*
000540*          Unlike the trace-logging service, this one fails
000550*          closed: a proposal that cannot be written comes
000560*          back with result 'E' and the caller must reject the
000570*          change, never apply it directly.  Trouble writing
000580*          PENDLOG alone is reported on the console and the
000590*          pending-change record stands.
000600*
000610*     INPUTS:
000620*          PC-CALL-FUNCTION - 'P', 'N', 'A', 'X', 'F', or 'C'.
000630*          PC-CALL-PROGRAM  - the calling (owning) program.
000640*          PC-CALL-KEY      - the proposal key ('A' and 'X').
000650*          PC-CALL-PROPOSER - the proposing operator ('P').
000660*          PC-CALL-IMAGE    - the transaction image ('P' and
000670*                             'F').
000680*
000690*     OUTPUTS:
000700*          PENDCHG          - keyed pending-change file
000710*                             (CXBPEND layout).
000720*          PENDLOG          - sequential pending-change log,
000730*                             appended across runs.
000740*          PC-CALL-KEY      - the new key ('P'), the approved
000750*                             proposal's key ('N'), or the
000760*                             outstanding proposal's key ('F').
000770*          PC-CALL-PROPOSER, PC-CALL-CHECKER, PC-CALL-IMAGE
000780*                           - the approved proposal ('N').
000790*          PC-CALL-PROPOSER - the outstanding proposal's
000800*                             proposer ('F').
000810*          PC-RESULT-FLAG   - '0' done, '1' no more approved
000820*                             proposals ('N') or none
000830*                             outstanding ('F'), 'E' failed.
000840*
000850*     CHANGE HISTORY:
000860*       15 OCT 2026   DPO   Initial release.
000870*       15 OCT 2026   DPO   Now also called by CXB40133, CXB40137,
000880*                           and CXB40144.
000890*       15 OCT 2026   DPO   New 'F' function finds a pending or
000900*                           approved proposal with the same image,
000910*                           so a caller can refuse to propose the
000920*                           same change twice.
000930*
000940 IDENTIFICATION DIVISION.
000950 PROGRAM-ID. CXB40139.
000960 AUTHOR. DATA-PROCESSING-OPERATIONS.
000970 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000980 DATE-WRITTEN. 15 OCT 2026.
000990 DATE-COMPILED.
001000*
001010 ENVIRONMENT DIVISION.
001020 INPUT-OUTPUT SECTION.
001030 FILE-CONTROL.
001040     SELECT PEND-CHANGE-FILE ASSIGN TO "PENDCHG"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS PC-PEND-KEY
001080         FILE STATUS IS WS-PEND-STATUS.
001090     SELECT PEND-LOG-FILE ASSIGN TO "PENDLOG"
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-LOG-STATUS.
001120*
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  PEND-CHANGE-FILE
001160     RECORDING MODE IS F.
001170 01  PEND-CHANGE-RECORD.
001180     COPY CXBPEND
001190         REPLACING LEADING ==CXB-PC== BY ==PC==.
001200*
001210 FD  PEND-LOG-FILE
001220     RECORDING MODE IS F.
001230 01  PEND-LOG-RECORD.
001240     COPY CXBPLOG
001250         REPLACING LEADING ==CXB-PL== BY ==PL==.
001260*
001270 WORKING-STORAGE SECTION.
001280*
001290*    STANDALONE COUNTERS AND SWITCHES
001300*
001310 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40139'.
001320*
001330 77  WS-PEND-STATUS            PIC X(02)  VALUE SPACES.
001340     88  WS-PEND-FILE-OK                     VALUE '00'.
001350     88  WS-PEND-DUP-KEY                     VALUE '22'.
001360     88  WS-PEND-REC-MISSING                 VALUE '23'.
001370     88  WS-PEND-NOT-FOUND                   VALUE '35'.
001380 77  WS-LOG-STATUS             PIC X(02)  VALUE SPACES.
001390     88  WS-LOG-FILE-OK                      VALUE '00'.
001400     88  WS-LOG-NOT-FOUND                    VALUE '35'.
001410*
001420*    WS-PEND-OPEN-SW STAYS SET BETWEEN CALLS: PENDCHG AND
001430*    PENDLOG ARE HELD OPEN FROM THE FIRST CALL TO THE CALLER'S
001440*    'C' CALL.  WS-PEND-BROKEN-SW STOPS A RUN WHOSE OPEN
001450*    FAILED FROM RETRYING THE OPEN ON EVERY CALL.
001460*
001470 77  WS-PEND-OPEN-SW           PIC X(01)  VALUE 'N'.
001480     88  WS-PEND-IS-OPEN                     VALUE 'Y'.
001490     88  WS-PEND-NOT-OPEN                    VALUE 'N'.
001500 77  WS-PEND-BROKEN-SW         PIC X(01)  VALUE 'N'.
001510     88  WS-PEND-BROKEN                      VALUE 'Y'.
001520     88  WS-PEND-USABLE                      VALUE 'N'.
001530 77  WS-LOG-OPEN-SW            PIC X(01)  VALUE 'N'.
001540     88  WS-LOG-IS-OPEN                      VALUE 'Y'.
001550     88  WS-LOG-NOT-OPEN                     VALUE 'N'.
001560*
001570*    THE PROPOSAL SEQUENCE KEEPS TWO PROPOSALS WRITTEN IN THE
001580*    SAME CLOCK TICK APART; A DUPLICATE KEY STEPS IT AND TRIES
001590*    AGAIN, UP TO WS-WRITE-TRY-MAX TIMES.
001600*
001610 77  WS-PROPOSE-SEQ            PIC 9(04)  VALUE ZERO.
001620 77  WS-WRITE-TRIES            PIC 9(03)  COMP VALUE ZERO.
001630 77  WS-WRITE-TRY-MAX          PIC 9(03)  COMP VALUE 10.
001640 77  WS-WRITE-SW               PIC X(01)  VALUE 'N'.
001650     88  PROPOSAL-WRITTEN                    VALUE 'Y'.
001660     88  PROPOSAL-NOT-WRITTEN                VALUE 'N'.
001670*
001680*    THE 'N' BROWSE: THE PROGRAM BEING BROWSED FOR AND THE
001690*    LAST KEY HANDED BACK.  EVERY 'N' CALL RE-POSITIONS WITH A
001700*    START PAST THAT KEY, SINCE THE CALLER'S 'A' OR 'X' CALL
001710*    IN BETWEEN READS PENDCHG AT RANDOM.
001720*
001730 77  WS-BROWSE-PROGRAM         PIC X(08)  VALUE SPACES.
001740 01  WS-LAST-KEY               PIC X(28)  VALUE LOW-VALUES.
001750 77  WS-BROWSE-SW              PIC X(01)  VALUE 'N'.
001760     88  BROWSE-DONE                         VALUE 'Y'.
001770     88  BROWSE-GOING                        VALUE 'N'.
001780*
001790 77  WS-BUSINESS-DATE          PIC 9(08)  VALUE ZERO.
001800 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001810 77  WS-LOG-EVENT              PIC X(01)  VALUE SPACE.
001820*
001830 LINKAGE SECTION.
001840*
001850 01  PC-CALL-FUNCTION          PIC X(01).
001860     88  PC-FUNC-PROPOSE                     VALUE 'P'.
001870     88  PC-FUNC-NEXT-APPROVED               VALUE 'N'.
001880     88  PC-FUNC-APPLIED                     VALUE 'A'.
001890     88  PC-FUNC-VOID                        VALUE 'X'.
001900     88  PC-FUNC-FIND-OUTSTANDING            VALUE 'F'.
001910     88  PC-FUNC-CLOSE                       VALUE 'C'.
001920 01  PC-CALL-PROGRAM           PIC X(08).
001930 01  PC-CALL-KEY               PIC X(28).
001940 01  PC-CALL-PROPOSER          PIC X(08).
001950 01  PC-CALL-CHECKER           PIC X(08).
001960 01  PC-CALL-IMAGE             PIC X(120).
001970*
001980*    PC-RESULT-FLAG TELLS THE CALLER WHAT HAPPENED: '0' DONE,
001990*    '1' NO MORE APPROVED PROPOSALS FOR AN 'N' CALL OR NONE
002000*    OUTSTANDING FOR AN 'F' CALL, 'E' THE CALL FAILED.  A
002010*    PROPOSAL THAT COMES BACK 'E' WAS NOT RECORDED AND MUST BE
002020*    REJECTED BY THE CALLER.
002030*
002040 01  PC-RESULT-FLAG            PIC X(01).
002050     88  PC-RESULT-DONE                      VALUE '0'.
002060     88  PC-RESULT-NO-MORE                   VALUE '1'.
002070     88  PC-RESULT-FAILED                    VALUE 'E'.
002080*
002090 PROCEDURE DIVISION USING PC-CALL-FUNCTION
002100                          PC-CALL-PROGRAM
002110                          PC-CALL-KEY
002120                          PC-CALL-PROPOSER
002130                          PC-CALL-CHECKER
002140                          PC-CALL-IMAGE
002150                          PC-RESULT-FLAG.
002160*
002170*===============================================================
002180*    0000-MAINLINE
002190*===============================================================
002200 0000-MAINLINE.
002210*
002220     SET PC-RESULT-DONE TO TRUE.
002230*
002240     IF PC-FUNC-CLOSE
002250         PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
002260         GO TO 0000-RETURN
002270     END-IF.
002280*
002290     IF NOT PC-FUNC-PROPOSE AND NOT PC-FUNC-NEXT-APPROVED
002300         AND NOT PC-FUNC-APPLIED AND NOT PC-FUNC-VOID
002310         AND NOT PC-FUNC-FIND-OUTSTANDING
002320         DISPLAY 'CXB40139 UNKNOWN FUNCTION CODE: '
002330             PC-CALL-FUNCTION
002340         SET PC-RESULT-FAILED TO TRUE
002350         GO TO 0000-RETURN
002360     END-IF.
002370*
002380     IF WS-PEND-BROKEN
002390         SET PC-RESULT-FAILED TO TRUE
002400         GO TO 0000-RETURN
002410     END-IF.
002420*
002430     IF WS-PEND-NOT-OPEN
002440         PERFORM 1000-OPEN-FILES THRU 1000-EXIT
002450         IF WS-PEND-BROKEN
002460             SET PC-RESULT-FAILED TO TRUE
002470             GO TO 0000-RETURN
002480         END-IF
002490     END-IF.
002500*
002510     EVALUATE TRUE
002520         WHEN PC-FUNC-PROPOSE
002530             PERFORM 2000-PROPOSE THRU 2000-EXIT
002540         WHEN PC-FUNC-NEXT-APPROVED
002550             PERFORM 3000-NEXT-APPROVED THRU 3000-EXIT
002560         WHEN PC-FUNC-FIND-OUTSTANDING
002570             PERFORM 5000-FIND-OUTSTANDING THRU 5000-EXIT
002580         WHEN OTHER
002590             PERFORM 4000-MARK-OUTCOME THRU 4000-EXIT
002600     END-EVALUATE.
002610*
002620 0000-RETURN.
002630     EXIT PROGRAM.
002640*
002650*===============================================================
002660*    1000-OPEN-FILES
002670*===============================================================
002680 1000-OPEN-FILES.
002690*
002700     OPEN I-O PEND-CHANGE-FILE.
002710     IF NOT WS-PEND-FILE-OK AND WS-PEND-NOT-FOUND
002720         CLOSE PEND-CHANGE-FILE
002730         OPEN OUTPUT PEND-CHANGE-FILE
002740         CLOSE PEND-CHANGE-FILE
002750         OPEN I-O PEND-CHANGE-FILE
002760     END-IF.
002770     IF NOT WS-PEND-FILE-OK
002780         DISPLAY 'CXB40139 PENDCHG OPEN FAILED, STATUS='
002790             WS-PEND-STATUS
002800         SET WS-PEND-BROKEN TO TRUE
002810         GO TO 1000-EXIT
002820     END-IF.
002830     SET WS-PEND-IS-OPEN TO TRUE.
002840*
002850     OPEN EXTEND PEND-LOG-FILE.
002860     IF NOT WS-LOG-FILE-OK AND WS-LOG-NOT-FOUND
002870         CLOSE PEND-LOG-FILE
002880         OPEN OUTPUT PEND-LOG-FILE
002890     END-IF.
002900     IF WS-LOG-FILE-OK
002910         SET WS-LOG-IS-OPEN TO TRUE
002920     ELSE
002930         DISPLAY 'CXB40139 PENDLOG OPEN FAILED, STATUS='
002940             WS-LOG-STATUS
002950     END-IF.
002960*
002970*    THE BUSINESS DATE IS TAKEN ONCE PER RUN, WHEN THE FILES
002980*    ARE OPENED, NOT ONCE PER CALL.
002990*
003000     CALL 'CXB40117' USING WS-BUSINESS-DATE
003010                            WS-BDAT-RESULT.
003020     MOVE SPACES TO WS-BROWSE-PROGRAM.
003030*
003040 1000-EXIT.
003050     EXIT.
003060*
003070*===============================================================
003080*    2000-PROPOSE
003090*===============================================================
003100 2000-PROPOSE.
003110*
003120     MOVE ZERO TO WS-WRITE-TRIES.
003130     SET PROPOSAL-NOT-WRITTEN TO TRUE.
003140*
003150     PERFORM 2100-WRITE-PROPOSAL THRU 2100-EXIT
003160         UNTIL PROPOSAL-WRITTEN
003170            OR WS-WRITE-TRIES >= WS-WRITE-TRY-MAX.
003180*
003190     IF PROPOSAL-NOT-WRITTEN
003200         DISPLAY 'CXB40139 PENDCHG WRITE FAILED, STATUS='
003210             WS-PEND-STATUS
003220         SET PC-RESULT-FAILED TO TRUE
003230         GO TO 2000-EXIT
003240     END-IF.
003250*
003260     MOVE PC-PEND-KEY TO PC-CALL-KEY.
003270     MOVE 'P' TO WS-LOG-EVENT.
003280     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
003290*
003300 2000-EXIT.
003310     EXIT.
003320*
003330*===============================================================
003340*    2100-WRITE-PROPOSAL
003350*===============================================================
003360 2100-WRITE-PROPOSAL.
003370*
003380     ADD 1 TO WS-WRITE-TRIES.
003390     ADD 1 TO WS-PROPOSE-SEQ.
003400*
003410     MOVE PC-CALL-PROGRAM   TO PC-SOURCE-PROGRAM.
003420     MOVE WS-BUSINESS-DATE  TO PC-PROPOSE-DATE.
003430     ACCEPT PC-PROPOSE-TIME FROM TIME.
003440     MOVE WS-PROPOSE-SEQ    TO PC-PROPOSE-SEQ.
003450     MOVE PC-CALL-PROPOSER  TO PC-PROPOSER.
003460     SET PC-PENDING TO TRUE.
003470     MOVE SPACES            TO PC-CHECKER.
003480     MOVE ZERO              TO PC-DECIDE-DATE.
003490     MOVE ZERO              TO PC-DECIDE-TIME.
003500     MOVE ZERO              TO PC-APPLY-DATE.
003510     MOVE PC-CALL-IMAGE     TO PC-CHANGE-IMAGE.
003520*
003530     WRITE PEND-CHANGE-RECORD.
003540     IF WS-PEND-FILE-OK
003550         SET PROPOSAL-WRITTEN TO TRUE
003560         GO TO 2100-EXIT
003570     END-IF.
003580     IF NOT WS-PEND-DUP-KEY
003590         MOVE WS-WRITE-TRY-MAX TO WS-WRITE-TRIES
003600     END-IF.
003610*
003620 2100-EXIT.
003630     EXIT.
003640*
003650*===============================================================
003660*    3000-NEXT-APPROVED
003670*===============================================================
003680 3000-NEXT-APPROVED.
003690*
003700*    A NEW CALLING PROGRAM STARTS ITS BROWSE AT THE FIRST KEY
003710*    IT OWNS; A CONTINUING BROWSE STARTS PAST THE LAST KEY IT
003720*    WAS HANDED.
003730*
003740     IF PC-CALL-PROGRAM NOT = WS-BROWSE-PROGRAM
003750         MOVE PC-CALL-PROGRAM TO WS-BROWSE-PROGRAM
003760         MOVE LOW-VALUES TO PC-PEND-KEY
003770         MOVE PC-CALL-PROGRAM TO PC-SOURCE-PROGRAM
003780         START PEND-CHANGE-FILE KEY IS NOT LESS THAN PC-PEND-KEY
003790     ELSE
003800         MOVE WS-LAST-KEY TO PC-PEND-KEY
003810         START PEND-CHANGE-FILE KEY IS GREATER THAN PC-PEND-KEY
003820     END-IF.
003830     IF NOT WS-PEND-FILE-OK
003840         SET PC-RESULT-NO-MORE TO TRUE
003850         GO TO 3000-EXIT
003860     END-IF.
003870*
003880     SET BROWSE-GOING TO TRUE.
003890     PERFORM 3100-READ-NEXT THRU 3100-EXIT
003900         UNTIL BROWSE-DONE.
003910*
003920 3000-EXIT.
003930     EXIT.
003940*
003950*===============================================================
003960*    3100-READ-NEXT
003970*===============================================================
003980 3100-READ-NEXT.
003990*
004000     READ PEND-CHANGE-FILE NEXT RECORD
004010         AT END
004020             SET PC-RESULT-NO-MORE TO TRUE
004030             SET BROWSE-DONE TO TRUE
004040             GO TO 3100-EXIT
004050     END-READ.
004060     IF NOT WS-PEND-FILE-OK
004070         DISPLAY 'CXB40139 PENDCHG READ FAILED, STATUS='
004080             WS-PEND-STATUS
004090         SET PC-RESULT-FAILED TO TRUE
004100         SET BROWSE-DONE TO TRUE
004110         GO TO 3100-EXIT
004120     END-IF.
004130*
004140     IF PC-SOURCE-PROGRAM NOT = WS-BROWSE-PROGRAM
004150         SET PC-RESULT-NO-MORE TO TRUE
004160         SET BROWSE-DONE TO TRUE
004170         GO TO 3100-EXIT
004180     END-IF.
004190*
004200     MOVE PC-PEND-KEY TO WS-LAST-KEY.
004210     IF NOT PC-APPROVED
004220         GO TO 3100-EXIT
004230     END-IF.
004240*
004250     MOVE PC-PEND-KEY     TO PC-CALL-KEY.
004260     MOVE PC-PROPOSER     TO PC-CALL-PROPOSER.
004270     MOVE PC-CHECKER      TO PC-CALL-CHECKER.
004280     MOVE PC-CHANGE-IMAGE TO PC-CALL-IMAGE.
004290     SET BROWSE-DONE TO TRUE.
004300*
004310 3100-EXIT.
004320     EXIT.
004330*
004340*===============================================================
004350*    4000-MARK-OUTCOME
004360*===============================================================
004370 4000-MARK-OUTCOME.
004380*
004390*    ONLY AN APPROVED PROPOSAL CAN BE MARKED APPLIED OR VOID;
004400*    ANYTHING ELSE MEANS THE CALLER IS WORKING FROM A STALE
004410*    KEY, AND THE RECORD IS LEFT AS IT IS.
004420*
004430     MOVE PC-CALL-KEY TO PC-PEND-KEY.
004440     READ PEND-CHANGE-FILE.
004450     IF NOT WS-PEND-FILE-OK
004460         DISPLAY 'CXB40139 PENDING CHANGE ' PC-CALL-KEY
004470             ' NOT FOUND, STATUS=' WS-PEND-STATUS
004480         SET PC-RESULT-FAILED TO TRUE
004490         GO TO 4000-EXIT
004500     END-IF.
004510     IF NOT PC-APPROVED
004520         DISPLAY 'CXB40139 PENDING CHANGE ' PC-CALL-KEY
004530             ' IS NOT APPROVED - STATUS ' PC-STATUS
004540         SET PC-RESULT-FAILED TO TRUE
004550         GO TO 4000-EXIT
004560     END-IF.
004570*
004580     IF PC-FUNC-APPLIED
004590         SET PC-APPLIED TO TRUE
004600         MOVE 'C' TO WS-LOG-EVENT
004610     ELSE
004620         SET PC-VOIDED TO TRUE
004630         MOVE 'X' TO WS-LOG-EVENT
004640     END-IF.
004650     MOVE WS-BUSINESS-DATE TO PC-APPLY-DATE.
004660*
004670     REWRITE PEND-CHANGE-RECORD.
004680     IF NOT WS-PEND-FILE-OK
004690         DISPLAY 'CXB40139 PENDCHG REWRITE FAILED, STATUS='
004700             WS-PEND-STATUS
004710         SET PC-RESULT-FAILED TO TRUE
004720         GO TO 4000-EXIT
004730     END-IF.
004740*
004750     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
004760*
004770 4000-EXIT.
004780     EXIT.
004790*
004800*===============================================================
004810*    5000-FIND-OUTSTANDING
004820*===============================================================
004830 5000-FIND-OUTSTANDING.
004840*
004850*    A PASS OVER THE CALLING PROGRAM'S PROPOSALS FOR ONE STILL
004860*    PENDING OR APPROVED WITH THE SAME IMAGE.  THE 'N' BROWSE
004870*    IS LEFT AS IT WAS: ITS NEXT CALL RE-POSITIONS ITSELF.
004880*
004890     MOVE LOW-VALUES TO PC-PEND-KEY.
004900     MOVE PC-CALL-PROGRAM TO PC-SOURCE-PROGRAM.
004910     START PEND-CHANGE-FILE KEY IS NOT LESS THAN PC-PEND-KEY.
004920     IF NOT WS-PEND-FILE-OK
004930         SET PC-RESULT-NO-MORE TO TRUE
004940         GO TO 5000-EXIT
004950     END-IF.
004960*
004970     SET BROWSE-GOING TO TRUE.
004980     PERFORM 5100-READ-OUTSTANDING THRU 5100-EXIT
004990         UNTIL BROWSE-DONE.
005000*
005010 5000-EXIT.
005020     EXIT.
005030*
005040*===============================================================
005050*    5100-READ-OUTSTANDING
005060*===============================================================
005070 5100-READ-OUTSTANDING.
005080*
005090     READ PEND-CHANGE-FILE NEXT RECORD
005100         AT END
005110             SET PC-RESULT-NO-MORE TO TRUE
005120             SET BROWSE-DONE TO TRUE
005130             GO TO 5100-EXIT
005140     END-READ.
005150     IF NOT WS-PEND-FILE-OK
005160         DISPLAY 'CXB40139 PENDCHG READ FAILED, STATUS='
005170             WS-PEND-STATUS
005180         SET PC-RESULT-FAILED TO TRUE
005190         SET BROWSE-DONE TO TRUE
005200         GO TO 5100-EXIT
005210     END-IF.
005220*
005230     IF PC-SOURCE-PROGRAM NOT = PC-CALL-PROGRAM
005240         SET PC-RESULT-NO-MORE TO TRUE
005250         SET BROWSE-DONE TO TRUE
005260         GO TO 5100-EXIT
005270     END-IF.
005280*
005290     IF NOT PC-PENDING AND NOT PC-APPROVED
005300         GO TO 5100-EXIT
005310     END-IF.
005320     IF PC-CHANGE-IMAGE NOT = PC-CALL-IMAGE
005330         GO TO 5100-EXIT
005340     END-IF.
005350*
005360     MOVE PC-PEND-KEY     TO PC-CALL-KEY.
005370     MOVE PC-PROPOSER     TO PC-CALL-PROPOSER.
005380     SET BROWSE-DONE TO TRUE.
005390*
005400 5100-EXIT.
005410     EXIT.
005420*
005430*===============================================================
005440*    7000-WRITE-LOG
005450*===============================================================
005460 7000-WRITE-LOG.
005470*
005480*    ONE PENDLOG RECORD PER EVENT, CARRYING BOTH OPERATOR IDS
005490*    FROM THE PENDING-CHANGE RECORD JUST WRITTEN OR REWRITTEN.
005500*
005510     IF WS-LOG-NOT-OPEN
005520         DISPLAY 'CXB40139 PENDLOG UNAVAILABLE - EVENT '
005530             WS-LOG-EVENT ' FOR ' PC-PEND-KEY ' NOT LOGGED'
005540         GO TO 7000-EXIT
005550     END-IF.
005560*
005570     MOVE WS-BUSINESS-DATE TO PL-LOG-DATE.
005580     ACCEPT PL-LOG-TIME FROM TIME.
005590     MOVE WS-LOG-EVENT     TO PL-EVENT.
005600     MOVE PC-PEND-KEY      TO PL-PEND-KEY.
005610     MOVE PC-PROPOSER      TO PL-PROPOSER.
005620     MOVE PC-CHECKER       TO PL-CHECKER.
005630     MOVE PC-CHANGE-IMAGE  TO PL-CHANGE-IMAGE.
005640     WRITE PEND-LOG-RECORD.
005650     IF NOT WS-LOG-FILE-OK
005660         DISPLAY 'CXB40139 PENDLOG WRITE FAILED, STATUS='
005670             WS-LOG-STATUS
005680     END-IF.
005690*
005700 7000-EXIT.
005710     EXIT.
005720*
005730*===============================================================
005740*    8000-CLOSE-FILES
005750*===============================================================
005760 8000-CLOSE-FILES.
005770*
005780     IF WS-PEND-IS-OPEN
005790         CLOSE PEND-CHANGE-FILE
005800         SET WS-PEND-NOT-OPEN TO TRUE
005810     END-IF.
005820     IF WS-LOG-IS-OPEN
005830         CLOSE PEND-LOG-FILE
005840         SET WS-LOG-NOT-OPEN TO TRUE
005850     END-IF.
005860     SET WS-PEND-USABLE TO TRUE.
005870     MOVE SPACES TO WS-BROWSE-PROGRAM.
005880*
005890 8000-EXIT.
005900     EXIT.
