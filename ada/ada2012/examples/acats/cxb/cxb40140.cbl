000100* CXB40140.CBL
000110*
000120*     PROGRAM:  CXB40140   ("Pending_Change_Review")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          The checker's half of the maker-checker control on
000160*          level-2 changes.  CXB40110, CXB40122, CXB40123,
000170*          CXB40101, CXB40133, CXB40137, and CXB40144 no longer
000180*          apply a level-2 change (or a suspense DELETE)
000190*          themselves; they record it on the PENDCHG file
000200*          through the CXB40139 service.  This program, run
000210*          afterwards by a second operator:
000220*
000230*            1. expires every proposal still undecided after
000240*               the PEND-EXPIRE-DAYS site parameter (default 7
000250*               days), so a forgotten proposal cannot be
000260*               approved months later against changed data;
000270*            2. applies the decisions on PENDDEC - approve or
000280*               reject, one record per pending key - each only
000290*               if the checker is on the OPERREG registry,
000300*               active, at authority level 2, and is NOT the
000310*               operator who proposed the change.  Self-
000320*               approval is refused, and so is a checker
000330*               deciding a registry change to the checker's
000340*               own entry;
000350*            3. lists every proposal still pending or approved
000360*               and waiting for its owning program's next run,
000370*               with the key a checker quotes on PENDDEC and
000380*               the change itself.
000390*
000400*          Every approval, rejection, and expiry is appended
000410*          to PENDLOG with the proposer and checker ids.  An
000420*          approved change takes effect the next time its
000430*          owning program runs, which applies it and marks it
000440*          applied (or void, if it no longer validates).  A
000450*          refused decision fails the job with RETURN-CODE 8
000460*          and leaves the proposal pending.  A missing PENDDEC
000470*          is not an error: the run expires and lists only.
000480*
000490*     INPUTS:
000500*          PENDDEC    - sequential decisions: pending key,
000510*                       decision (A approve / R reject), and
000520*                       the checker's operator id.
000530*          OPERREG    - keyed operator registry (CXB40123).
000540*          SITEPARM   - keyed site parameter file
000550*                       (PEND-EXPIRE-DAYS).
000560*
000570*     OUTPUTS:
000580*          PENDCHG    - keyed pending-change file (CXBPEND
000590*                       layout), decisions and expiries
000600*                       rewritten in place.
000610*          PENDLOG    - pending-change log (CXBPLOG layout),
000620*                       appended across runs.
000630*          PENDRPT    - expiries, decisions, and the
000640*                       outstanding list.
000650*
000660*     CHANGE HISTORY:
000670*       15 OCT 2026   DPO   Initial release.
000680*       15 OCT 2026   DPO   Reviews GLMAP, STEPTBL, and BRANMAST
000690*                           proposals from CXB40133, CXB40137,
000700*                           and CXB40144 as well.
000710*
000720 IDENTIFICATION DIVISION.
000730 PROGRAM-ID. CXB40140.
000740 AUTHOR. DATA-PROCESSING-OPERATIONS.
000750 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000760 DATE-WRITTEN. 15 OCT 2026.
000770 DATE-COMPILED.
000780*
000790 ENVIRONMENT DIVISION.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT DECISION-FILE ASSIGN TO "PENDDEC"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-DEC-STATUS.
000850     SELECT PEND-CHANGE-FILE ASSIGN TO "PENDCHG"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS PC-PEND-KEY
000890         FILE STATUS IS WS-PEND-STATUS.
000900     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS OP-OPERATOR-ID
000940         FILE STATUS IS WS-OPER-STATUS.
000950     SELECT SITE-PARM-FILE ASSIGN TO "SITEPARM"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS RANDOM
000980         RECORD KEY IS SP-PARM-KEY
000990         FILE STATUS IS WS-PARM-STATUS.
001000     SELECT PEND-LOG-FILE ASSIGN TO "PENDLOG"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-LOG-STATUS.
001030     SELECT REPORT-FILE ASSIGN TO "PENDRPT"
001040         ORGANIZATION IS SEQUENTIAL.
001050*
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  DECISION-FILE
001090     RECORDING MODE IS F.
001100 01  DECISION-RECORD.
001110     05  DC-PEND-KEY.
001120         10  DC-SOURCE-PROGRAM PIC X(08).
001130         10  DC-PROPOSE-DATE   PIC 9(08).
001140         10  DC-PROPOSE-TIME   PIC 9(08).
001150         10  DC-PROPOSE-SEQ    PIC 9(04).
001160     05  DC-DECISION           PIC X(01).
001170         88  DC-APPROVE                      VALUE 'A'.
001180         88  DC-REJECT                       VALUE 'R'.
001190     05  DC-CHECKER-ID         PIC X(08).
001200*
001210 FD  PEND-CHANGE-FILE
001220     RECORDING MODE IS F.
001230 01  PEND-CHANGE-RECORD.
001240     COPY CXBPEND
001250         REPLACING LEADING ==CXB-PC== BY ==PC==.
001260*
001270 FD  OPER-REG-FILE
001280     RECORDING MODE IS F.
001290 01  OPER-REG-RECORD.
001300     COPY CXBOPER
001310         REPLACING LEADING ==CXB-OP== BY ==OP==.
001320*
001330 FD  SITE-PARM-FILE
001340     RECORDING MODE IS F.
001350 01  SITE-PARM-RECORD.
001360     COPY CXBPARM
001370         REPLACING LEADING ==CXB== BY ==SP==.
001380*
001390 FD  PEND-LOG-FILE
001400     RECORDING MODE IS F.
001410 01  PEND-LOG-RECORD.
001420     COPY CXBPLOG
001430         REPLACING LEADING ==CXB-PL== BY ==PL==.
001440*
001450 FD  REPORT-FILE
001460     RECORDING MODE IS F.
001470 01  REPORT-RECORD             PIC X(80).
001480*
001490 WORKING-STORAGE SECTION.
001500*
001510*    STANDALONE COUNTERS AND SWITCHES
001520*
001530 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40140'.
001540*
001550 77  WS-DEC-COUNT              PIC 9(09)  COMP VALUE ZERO.
001560 77  WS-APPROVE-COUNT          PIC 9(09)  COMP VALUE ZERO.
001570 77  WS-REJECTED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001580 77  WS-REFUSED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001590 77  WS-EXPIRE-COUNT           PIC 9(09)  COMP VALUE ZERO.
001600 77  WS-PENDING-COUNT          PIC 9(09)  COMP VALUE ZERO.
001610 77  WS-AWAITING-COUNT         PIC 9(09)  COMP VALUE ZERO.
001620*
001630 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001640     88  END-OF-DECISIONS                    VALUE 'Y'.
001650     88  NOT-END-OF-DECISIONS                VALUE 'N'.
001660 77  WS-BROWSE-SWITCH          PIC X(01)  VALUE 'N'.
001670     88  END-OF-PENDING                      VALUE 'Y'.
001680     88  NOT-END-OF-PENDING                  VALUE 'N'.
001690*
001700 77  WS-DEC-STATUS             PIC X(02)  VALUE SPACES.
001710     88  WS-DEC-FILE-OK                      VALUE '00'.
001720 77  WS-PEND-STATUS            PIC X(02)  VALUE SPACES.
001730     88  WS-PEND-FILE-OK                     VALUE '00'.
001740     88  WS-PEND-NOT-FOUND                   VALUE '35'.
001750     88  WS-PEND-REC-MISSING                 VALUE '23'.
001760 77  WS-OPER-STATUS            PIC X(02)  VALUE SPACES.
001770     88  WS-OPER-FILE-OK                     VALUE '00'.
001780 77  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
001790     88  WS-PARM-FILE-OK                     VALUE '00'.
001800 77  WS-LOG-STATUS             PIC X(02)  VALUE SPACES.
001810     88  WS-LOG-FILE-OK                      VALUE '00'.
001820     88  WS-LOG-NOT-FOUND                    VALUE '35'.
001830*
001840 77  WS-DEC-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001850     88  DECISIONS-ARE-OPEN                  VALUE 'Y'.
001860     88  DECISIONS-NOT-OPEN                  VALUE 'N'.
001870 77  WS-PEND-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
001880     88  PENDCHG-IS-OPEN                     VALUE 'Y'.
001890     88  PENDCHG-NOT-OPEN                    VALUE 'N'.
001900 77  WS-OPER-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
001910     88  OPER-REG-IS-OPEN                    VALUE 'Y'.
001920     88  OPER-REG-NOT-OPEN                   VALUE 'N'.
001930 77  WS-VALID-SWITCH           PIC X(01)  VALUE 'Y'.
001940     88  DECISION-IS-VALID                   VALUE 'Y'.
001950     88  DECISION-NOT-VALID                  VALUE 'N'.
001960*
001970 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001980 77  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
001990*
002000*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
002010*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
002020*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
002030*
002040 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
002050*
002060*    EXPIRY LIMIT IN DAYS, FROM THE PEND-EXPIRE-DAYS SITE
002070*    PARAMETER.  AGE IS THE SAME CALENDAR APPROXIMATION
002080*    CXB40101 USES FOR SUSPENSE AGING: (CCYY*365 + MM*30 +
002090*    DD) TODAY MINUS THE SAME EXPRESSION FOR THE PROPOSAL
002100*    DATE.
002110*
002120 77  WS-EXPIRE-DAYS            PIC 9(03)  VALUE 7.
002130 01  WS-RUN-DATE-VIEW          PIC 9(08)  VALUE ZERO.
002140 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-VIEW.
002150     05  WS-RUN-CCYY           PIC 9(04).
002160     05  WS-RUN-MM             PIC 9(02).
002170     05  WS-RUN-DD             PIC 9(02).
002180 01  WS-PRO-DATE               PIC 9(08)  VALUE ZERO.
002190 01  WS-PRO-DATE-PARTS REDEFINES WS-PRO-DATE.
002200     05  WS-PRO-CCYY           PIC 9(04).
002210     05  WS-PRO-MM             PIC 9(02).
002220     05  WS-PRO-DD             PIC 9(02).
002230 77  WS-RUN-DAYS               PIC S9(09) COMP VALUE ZERO.
002240 77  WS-PRO-DAYS               PIC S9(09) COMP VALUE ZERO.
002250 77  WS-AGE-DAYS               PIC S9(09) COMP VALUE ZERO.
002260*
002270*    PENDLOG EVENT AND REPORT ACTION FOR THE RECORD IN HAND
002280*
002290 77  WS-LOG-EVENT              PIC X(01)  VALUE SPACE.
002300 77  WS-ACTION-TEXT            PIC X(10)  VALUE SPACES.
002310*
002320*    FIELDS FOR THE PRINTABLE VIEW OF THE CHANGE IMAGE; A
002330*    SUSPENSE RECORD UNDER A DELETE CAN CARRY ANY BYTE.
002340*
002350 01  WS-DISPLAY-IMAGE          PIC X(60)  VALUE SPACES.
002360 77  WS-SCAN-INDEX             PIC 9(03)  COMP VALUE ZERO.
002370 77  WS-LOW-PRINTABLE          PIC X(01)  VALUE SPACE.
002380 77  WS-HIGH-PRINTABLE         PIC X(01)  VALUE '~'.
002390*
002400*    REPORT LINE LAYOUTS
002410*
002420 01  WS-HEADING-LINE.
002430     05  FILLER                PIC X(31)
002440         VALUE "CXB40140 PENDING CHANGE REVIEW ".
002450     05  FILLER                PIC X(05) VALUE "DATE=".
002460     05  WS-HDG-DATE           PIC 9(08).
002470     05  FILLER                PIC X(14)
002480         VALUE "  EXPIRE DAYS=".
002490     05  WS-HDG-EXPIRE         PIC ZZ9.
002500*
002510 01  WS-SECTION-LINE.
002520     05  FILLER                PIC X(04) VALUE SPACES.
002530     05  WS-SEC-TEXT           PIC X(40).
002540*
002550 01  WS-COLUMN-LINE.
002560     05  FILLER                PIC X(09) VALUE "PROGRAM".
002570     05  FILLER                PIC X(09) VALUE "PROPOSED".
002580     05  FILLER                PIC X(09) VALUE "TIME".
002590     05  FILLER                PIC X(05) VALUE "SEQ".
002600     05  FILLER                PIC X(09) VALUE "PROPOSER".
002610     05  FILLER                PIC X(09) VALUE "CHECKER".
002620     05  FILLER                PIC X(04) VALUE "AGE".
002630     05  FILLER                PIC X(10) VALUE "ACTION".
002640*
002650 01  WS-DETAIL-LINE.
002660     05  WS-DTL-PROGRAM        PIC X(08).
002670     05  FILLER                PIC X(01) VALUE SPACE.
002680     05  WS-DTL-DATE           PIC 9(08).
002690     05  FILLER                PIC X(01) VALUE SPACE.
002700     05  WS-DTL-TIME           PIC 9(08).
002710     05  FILLER                PIC X(01) VALUE SPACE.
002720     05  WS-DTL-SEQ            PIC 9(04).
002730     05  FILLER                PIC X(01) VALUE SPACE.
002740     05  WS-DTL-PROPOSER       PIC X(08).
002750     05  FILLER                PIC X(01) VALUE SPACE.
002760     05  WS-DTL-CHECKER        PIC X(08).
002770     05  FILLER                PIC X(01) VALUE SPACE.
002780     05  WS-DTL-AGE            PIC ZZ9.
002790     05  FILLER                PIC X(01) VALUE SPACE.
002800     05  WS-DTL-ACTION         PIC X(10).
002810*
002820 01  WS-IMAGE-LINE.
002830     05  FILLER                PIC X(09) VALUE SPACES.
002840     05  FILLER                PIC X(08) VALUE "CHANGE: ".
002850     05  WS-IMG-TEXT           PIC X(60).
002860*
002870 01  WS-TOTAL-LINE.
002880     05  WS-TOT-LABEL          PIC X(30).
002890     05  WS-TOT-COUNT          PIC ZZZ,ZZZ,ZZ9.
002900*
002910 PROCEDURE DIVISION.
002920*
002930*===============================================================
002940*    0000-MAINLINE
002950*===============================================================
002960 0000-MAINLINE.
002970*
002980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002990*
003000     IF PENDCHG-IS-OPEN
003010         PERFORM 2000-EXPIRE-PENDING THRU 2000-EXIT
003020         PERFORM 3000-PROCESS-DECISION THRU 3000-EXIT
003030             UNTIL END-OF-DECISIONS
003040         PERFORM 6000-LIST-OUTSTANDING THRU 6000-EXIT
003050     END-IF.
003060*
003070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003080*
003090     STOP RUN.
003100*
003110*===============================================================
003120*    1000-INITIALIZE
003130*===============================================================
003140 1000-INITIALIZE.
003150*
003160     CALL 'CXB40117' USING WS-RUN-DATE
003170                            WS-BDAT-RESULT.
003180     ACCEPT WS-RUN-TIME FROM TIME.
003190     MOVE WS-RUN-DATE TO WS-RUN-DATE-VIEW.
003200     COMPUTE WS-RUN-DAYS =
003210         (WS-RUN-CCYY * 365) + (WS-RUN-MM * 30) + WS-RUN-DD.
003220*
003230     PERFORM 1100-LOAD-EXPIRE-DAYS THRU 1100-EXIT.
003240*
003250     OPEN OUTPUT REPORT-FILE.
003260     MOVE WS-RUN-DATE    TO WS-HDG-DATE.
003270     MOVE WS-EXPIRE-DAYS TO WS-HDG-EXPIRE.
003280     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
003290*
003300     OPEN I-O PEND-CHANGE-FILE.
003310     IF NOT WS-PEND-FILE-OK AND WS-PEND-NOT-FOUND
003320         CLOSE PEND-CHANGE-FILE
003330         OPEN OUTPUT PEND-CHANGE-FILE
003340         CLOSE PEND-CHANGE-FILE
003350         OPEN I-O PEND-CHANGE-FILE
003360     END-IF.
003370     IF NOT WS-PEND-FILE-OK
003380         DISPLAY 'CXB40140 PENDCHG OPEN FAILED, STATUS='
003390             WS-PEND-STATUS
003400         SET END-OF-DECISIONS TO TRUE
003410         MOVE 8 TO RETURN-CODE
003420         GO TO 1000-EXIT
003430     END-IF.
003440     SET PENDCHG-IS-OPEN TO TRUE.
003450*
003460*    THE OPERATOR REGISTRY IS OPENED FIRST-CLASS: WITH THE
003470*    REGISTRY DOWN EVERY DECISION IS REFUSED, SO THE CHECK
003480*    FAILS CLOSED.  EXPIRY NEEDS NO OPERATOR AND STILL RUNS.
003490*
003500     OPEN INPUT OPER-REG-FILE.
003510     IF WS-OPER-FILE-OK
003520         SET OPER-REG-IS-OPEN TO TRUE
003530     ELSE
003540         DISPLAY 'CXB40140 OPERREG NOT AVAILABLE, STATUS='
003550             WS-OPER-STATUS
003560         DISPLAY 'CXB40140 ALL DECISIONS WILL BE REFUSED'
003570     END-IF.
003580*
003590     OPEN EXTEND PEND-LOG-FILE.
003600     IF NOT WS-LOG-FILE-OK AND WS-LOG-NOT-FOUND
003610         CLOSE PEND-LOG-FILE
003620         OPEN OUTPUT PEND-LOG-FILE
003630     END-IF.
003640     IF NOT WS-LOG-FILE-OK
003650         DISPLAY 'CXB40140 PENDLOG OPEN FAILED, STATUS='
003660             WS-LOG-STATUS
003670     END-IF.
003680*
003690     OPEN INPUT DECISION-FILE.
003700     IF WS-DEC-FILE-OK
003710         SET DECISIONS-ARE-OPEN TO TRUE
003720         READ DECISION-FILE
003730             AT END
003740                 SET END-OF-DECISIONS TO TRUE
003750         END-READ
003760     ELSE
003770         DISPLAY 'CXB40140 PENDDEC NOT AVAILABLE, STATUS='
003780             WS-DEC-STATUS
003790         DISPLAY 'CXB40140 EXPIRY AND LISTING ONLY'
003800         SET END-OF-DECISIONS TO TRUE
003810     END-IF.
003820*
003830 1000-EXIT.
003840     EXIT.
003850*
003860*===============================================================
003870*    1100-LOAD-EXPIRE-DAYS
003880*===============================================================
003890 1100-LOAD-EXPIRE-DAYS.
003900*
003910*    OPERATIONAL KNOBS COME FROM THE SITEPARM FILE MAINTAINED
003920*    BY CXB40110; A MISSING FILE OR RECORD LEAVES THE 7-DAY
003930*    DEFAULT IN PLACE.
003940*
003950     OPEN INPUT SITE-PARM-FILE.
003960     IF NOT WS-PARM-FILE-OK
003970         GO TO 1100-EXIT
003980     END-IF.
003990*
004000     MOVE 'PEND-EXPIRE-DAYS' TO SP-PARM-NAME.
004010     READ SITE-PARM-FILE.
004020     IF WS-PARM-FILE-OK AND SP-PARM-VALUE > ZERO
004030         AND SP-PARM-VALUE < 1000
004040         MOVE SP-PARM-VALUE TO WS-EXPIRE-DAYS
004050     END-IF.
004060*
004070     CLOSE SITE-PARM-FILE.
004080*
004090 1100-EXIT.
004100     EXIT.
004110*
004120*===============================================================
004130*    2000-EXPIRE-PENDING
004140*===============================================================
004150 2000-EXPIRE-PENDING.
004160*
004170*    EXPIRY RUNS BEFORE ANY DECISION IS TAKEN, SO A DECISION
004180*    QUOTING A PROPOSAL THAT HAS JUST AGED OUT IS REFUSED
004190*    RATHER THAN APPLIED.
004200*
004210     MOVE 'EXPIRED PROPOSALS' TO WS-SEC-TEXT.
004220     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
004230     WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
004240*
004250     MOVE LOW-VALUES TO PC-PEND-KEY.
004260     START PEND-CHANGE-FILE KEY IS NOT LESS THAN PC-PEND-KEY.
004270     IF WS-PEND-FILE-OK
004280         SET NOT-END-OF-PENDING TO TRUE
004290     ELSE
004300         SET END-OF-PENDING TO TRUE
004310     END-IF.
004320*
004330     PERFORM 2100-EXPIRE-ONE THRU 2100-EXIT
004340         UNTIL END-OF-PENDING.
004350*
004360 2000-EXIT.
004370     EXIT.
004380*
004390*===============================================================
004400*    2100-EXPIRE-ONE
004410*===============================================================
004420 2100-EXPIRE-ONE.
004430*
004440     READ PEND-CHANGE-FILE NEXT RECORD
004450         AT END
004460             SET END-OF-PENDING TO TRUE
004470             GO TO 2100-EXIT
004480     END-READ.
004490*
004500     IF NOT PC-PENDING
004510         GO TO 2100-EXIT
004520     END-IF.
004530*
004540     PERFORM 7500-FIGURE-AGE THRU 7500-EXIT.
004550     IF WS-AGE-DAYS NOT > WS-EXPIRE-DAYS
004560         GO TO 2100-EXIT
004570     END-IF.
004580*
004590     SET PC-EXPIRED TO TRUE.
004600     MOVE PROGRAM-NAME TO PC-CHECKER.
004610     MOVE WS-RUN-DATE  TO PC-DECIDE-DATE.
004620     MOVE WS-RUN-TIME  TO PC-DECIDE-TIME.
004630     REWRITE PEND-CHANGE-RECORD.
004640     IF NOT WS-PEND-FILE-OK
004650         DISPLAY 'CXB40140 PENDCHG REWRITE FAILED, STATUS='
004660             WS-PEND-STATUS
004670         MOVE 8 TO RETURN-CODE
004680         GO TO 2100-EXIT
004690     END-IF.
004700*
004710     ADD 1 TO WS-EXPIRE-COUNT.
004720     MOVE 'E' TO WS-LOG-EVENT.
004730     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
004740     MOVE 'EXPIRED' TO WS-ACTION-TEXT.
004750     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
004760*
004770 2100-EXIT.
004780     EXIT.
004790*
004800*===============================================================
004810*    3000-PROCESS-DECISION
004820*===============================================================
004830 3000-PROCESS-DECISION.
004840*
004850     IF WS-DEC-COUNT = ZERO
004860         MOVE 'DECISIONS' TO WS-SEC-TEXT
004870         WRITE REPORT-RECORD FROM WS-SECTION-LINE
004880         WRITE REPORT-RECORD FROM WS-COLUMN-LINE
004890     END-IF.
004900*
004910     ADD 1 TO WS-DEC-COUNT.
004920*
004930     PERFORM 4000-VALIDATE-DECISION THRU 4000-EXIT.
004940*
004950     IF DECISION-IS-VALID
004960         PERFORM 5000-APPLY-DECISION THRU 5000-EXIT
004970     ELSE
004980         ADD 1 TO WS-REFUSED-COUNT
004990         MOVE 8 TO RETURN-CODE
005000     END-IF.
005010*
005020     READ DECISION-FILE
005030         AT END
005040             SET END-OF-DECISIONS TO TRUE
005050     END-READ.
005060*
005070 3000-EXIT.
005080     EXIT.
005090*
005100*===============================================================
005110*    4000-VALIDATE-DECISION
005120*===============================================================
005130 4000-VALIDATE-DECISION.
005140*
005150     SET DECISION-NOT-VALID TO TRUE.
005160*
005170     IF NOT DC-APPROVE AND NOT DC-REJECT
005180         DISPLAY 'CXB40140 ' DC-PEND-KEY ' DECISION "'
005190             DC-DECISION '" MUST BE A OR R - REFUSED'
005200         GO TO 4000-EXIT
005210     END-IF.
005220*
005230     MOVE DC-PEND-KEY TO PC-PEND-KEY.
005240     READ PEND-CHANGE-FILE.
005250     IF NOT WS-PEND-FILE-OK
005260         DISPLAY 'CXB40140 ' DC-PEND-KEY
005270             ' NOT ON PENDCHG - REFUSED'
005280         GO TO 4000-EXIT
005290     END-IF.
005300     IF NOT PC-PENDING
005310         DISPLAY 'CXB40140 ' DC-PEND-KEY
005320             ' NOT PENDING, STATUS ' PC-STATUS ' - REFUSED'
005330         GO TO 4000-EXIT
005340     END-IF.
005350*
005360*    THE CHECKER MUST BE ON THE OPERREG REGISTRY, ACTIVE, AND
005370*    AT AUTHORITY LEVEL 2 - THE SAME BAR AS THE PROPOSER.
005380*
005390     IF OPER-REG-NOT-OPEN
005400         DISPLAY 'CXB40140 ' DC-PEND-KEY ' REFUSED - '
005410             'OPERATOR REGISTRY UNAVAILABLE'
005420         GO TO 4000-EXIT
005430     END-IF.
005440     MOVE DC-CHECKER-ID TO OP-OPERATOR-ID.
005450     READ OPER-REG-FILE.
005460     IF NOT WS-OPER-FILE-OK
005470         DISPLAY 'CXB40140 CHECKER ' DC-CHECKER-ID
005480             ' NOT ON REGISTRY - REFUSED'
005490         GO TO 4000-EXIT
005500     END-IF.
005510     IF NOT OP-ACTIVE
005520         DISPLAY 'CXB40140 CHECKER ' DC-CHECKER-ID
005530             ' INACTIVE - REFUSED'
005540         GO TO 4000-EXIT
005550     END-IF.
005560     IF OP-AUTHORITY < 2
005570         DISPLAY 'CXB40140 CHECKER ' DC-CHECKER-ID
005580             ' NOT AUTHORIZED - REFUSED'
005590         GO TO 4000-EXIT
005600     END-IF.
005610*
005620*    THE WHOLE POINT OF THE CONTROL: THE CHECKER IS A SECOND
005630*    PERSON.  NO OPERATOR MAY DECIDE A CHANGE THEY PROPOSED,
005640*    NOR A REGISTRY CHANGE TO THEIR OWN ENTRY (THE OPERATOR
005650*    ID LEADS THE CXB40123 TRANSACTION IMAGE).
005660*
005670     IF DC-CHECKER-ID = PC-PROPOSER
005680         DISPLAY 'CXB40140 ' DC-PEND-KEY ' CHECKER '
005690             DC-CHECKER-ID ' IS THE PROPOSER - '
005700             'SELF-APPROVAL REFUSED'
005710         GO TO 4000-EXIT
005720     END-IF.
005730     IF PC-SOURCE-PROGRAM = 'CXB40123'
005740         AND PC-CHANGE-IMAGE(1:8) = DC-CHECKER-ID
005750         DISPLAY 'CXB40140 ' DC-PEND-KEY ' CHECKER '
005760             DC-CHECKER-ID ' IS THE OPERATOR BEING CHANGED'
005770             ' - REFUSED'
005780         GO TO 4000-EXIT
005790     END-IF.
005800*
005810     SET DECISION-IS-VALID TO TRUE.
005820*
005830 4000-EXIT.
005840     EXIT.
005850*
005860*===============================================================
005870*    5000-APPLY-DECISION
005880*===============================================================
005890 5000-APPLY-DECISION.
005900*
005910     IF DC-APPROVE
005920         SET PC-APPROVED TO TRUE
005930         MOVE 'A' TO WS-LOG-EVENT
005940         MOVE 'APPROVED' TO WS-ACTION-TEXT
005950     ELSE
005960         SET PC-REJECTED TO TRUE
005970         MOVE 'R' TO WS-LOG-EVENT
005980         MOVE 'REJECTED' TO WS-ACTION-TEXT
005990     END-IF.
006000     MOVE DC-CHECKER-ID TO PC-CHECKER.
006010     MOVE WS-RUN-DATE   TO PC-DECIDE-DATE.
006020     ACCEPT PC-DECIDE-TIME FROM TIME.
006030*
006040     REWRITE PEND-CHANGE-RECORD.
006050     IF NOT WS-PEND-FILE-OK
006060         DISPLAY 'CXB40140 PENDCHG REWRITE FAILED, STATUS='
006070             WS-PEND-STATUS
006080         ADD 1 TO WS-REFUSED-COUNT
006090         MOVE 8 TO RETURN-CODE
006100         GO TO 5000-EXIT
006110     END-IF.
006120*
006130     IF DC-APPROVE
006140         ADD 1 TO WS-APPROVE-COUNT
006150     ELSE
006160         ADD 1 TO WS-REJECTED-COUNT
006170     END-IF.
006180     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
006190     PERFORM 7500-FIGURE-AGE THRU 7500-EXIT.
006200     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
006210*
006220 5000-EXIT.
006230     EXIT.
006240*
006250*===============================================================
006260*    6000-LIST-OUTSTANDING
006270*===============================================================
006280 6000-LIST-OUTSTANDING.
006290*
006300     MOVE 'OUTSTANDING PROPOSALS' TO WS-SEC-TEXT.
006310     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
006320     WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
006330*
006340     MOVE LOW-VALUES TO PC-PEND-KEY.
006350     START PEND-CHANGE-FILE KEY IS NOT LESS THAN PC-PEND-KEY.
006360     IF WS-PEND-FILE-OK
006370         SET NOT-END-OF-PENDING TO TRUE
006380     ELSE
006390         SET END-OF-PENDING TO TRUE
006400     END-IF.
006410*
006420     PERFORM 6100-LIST-ONE THRU 6100-EXIT
006430         UNTIL END-OF-PENDING.
006440*
006450 6000-EXIT.
006460     EXIT.
006470*
006480*===============================================================
006490*    6100-LIST-ONE
006500*===============================================================
006510 6100-LIST-ONE.
006520*
006530     READ PEND-CHANGE-FILE NEXT RECORD
006540         AT END
006550             SET END-OF-PENDING TO TRUE
006560             GO TO 6100-EXIT
006570     END-READ.
006580*
006590     EVALUATE TRUE
006600         WHEN PC-PENDING
006610             ADD 1 TO WS-PENDING-COUNT
006620             MOVE 'PENDING' TO WS-ACTION-TEXT
006630         WHEN PC-APPROVED
006640             ADD 1 TO WS-AWAITING-COUNT
006650             MOVE 'AWAITING' TO WS-ACTION-TEXT
006660         WHEN OTHER
006670             GO TO 6100-EXIT
006680     END-EVALUATE.
006690*
006700     PERFORM 7500-FIGURE-AGE THRU 7500-EXIT.
006710     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
006720*
006730 6100-EXIT.
006740     EXIT.
006750*
006760*===============================================================
006770*    7000-WRITE-LOG
006780*===============================================================
006790 7000-WRITE-LOG.
006800*
006810     MOVE WS-RUN-DATE      TO PL-LOG-DATE.
006820     ACCEPT PL-LOG-TIME FROM TIME.
006830     MOVE WS-LOG-EVENT     TO PL-EVENT.
006840     MOVE PC-PEND-KEY      TO PL-PEND-KEY.
006850     MOVE PC-PROPOSER      TO PL-PROPOSER.
006860     MOVE PC-CHECKER       TO PL-CHECKER.
006870     MOVE PC-CHANGE-IMAGE  TO PL-CHANGE-IMAGE.
006880     WRITE PEND-LOG-RECORD.
006890     IF NOT WS-LOG-FILE-OK
006900         DISPLAY 'CXB40140 PENDLOG WRITE FAILED, STATUS='
006910             WS-LOG-STATUS
006920     END-IF.
006930*
006940 7000-EXIT.
006950     EXIT.
006960*
006970*===============================================================
006980*    7500-FIGURE-AGE
006990*===============================================================
007000 7500-FIGURE-AGE.
007010*
007020     MOVE PC-PROPOSE-DATE TO WS-PRO-DATE.
007030     COMPUTE WS-PRO-DAYS =
007040         (WS-PRO-CCYY * 365) + (WS-PRO-MM * 30) + WS-PRO-DD.
007050     COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-PRO-DAYS.
007060     IF WS-AGE-DAYS < ZERO
007070         MOVE ZERO TO WS-AGE-DAYS
007080     END-IF.
007090     IF WS-AGE-DAYS > 999
007100         MOVE 999 TO WS-AGE-DAYS
007110     END-IF.
007120*
007130 7500-EXIT.
007140     EXIT.
007150*
007160*===============================================================
007170*    8000-WRITE-DETAIL
007180*===============================================================
007190 8000-WRITE-DETAIL.
007200*
007210     MOVE PC-SOURCE-PROGRAM TO WS-DTL-PROGRAM.
007220     MOVE PC-PROPOSE-DATE   TO WS-DTL-DATE.
007230     MOVE PC-PROPOSE-TIME   TO WS-DTL-TIME.
007240     MOVE PC-PROPOSE-SEQ    TO WS-DTL-SEQ.
007250     MOVE PC-PROPOSER       TO WS-DTL-PROPOSER.
007260     MOVE PC-CHECKER        TO WS-DTL-CHECKER.
007270     MOVE WS-AGE-DAYS       TO WS-DTL-AGE.
007280     MOVE WS-ACTION-TEXT    TO WS-DTL-ACTION.
007290     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
007300*
007310*    THE CHANGE ITSELF GOES ON A SECOND LINE, EVERY NON-
007320*    PRINTABLE BYTE SHOWN AS A PERIOD.
007330*
007340     MOVE PC-CHANGE-IMAGE(1:60) TO WS-DISPLAY-IMAGE.
007350     PERFORM 8100-SANITIZE-ONE-BYTE THRU 8100-EXIT
007360         VARYING WS-SCAN-INDEX FROM 1 BY 1
007370         UNTIL WS-SCAN-INDEX > LENGTH OF WS-DISPLAY-IMAGE.
007380     MOVE WS-DISPLAY-IMAGE TO WS-IMG-TEXT.
007390     WRITE REPORT-RECORD FROM WS-IMAGE-LINE.
007400*
007410 8000-EXIT.
007420     EXIT.
007430*
007440*===============================================================
007450*    8100-SANITIZE-ONE-BYTE
007460*===============================================================
007470 8100-SANITIZE-ONE-BYTE.
007480*
007490     IF WS-DISPLAY-IMAGE(WS-SCAN-INDEX:1) < WS-LOW-PRINTABLE
007500         OR WS-DISPLAY-IMAGE(WS-SCAN-INDEX:1)
007510             > WS-HIGH-PRINTABLE
007520         MOVE '.' TO WS-DISPLAY-IMAGE(WS-SCAN-INDEX:1)
007530     END-IF.
007540*
007550 8100-EXIT.
007560     EXIT.
007570*
007580*===============================================================
007590*    9000-TERMINATE
007600*===============================================================
007610 9000-TERMINATE.
007620*
007630     MOVE 'PROPOSALS EXPIRED:' TO WS-TOT-LABEL.
007640     MOVE WS-EXPIRE-COUNT TO WS-TOT-COUNT.
007650     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
007660     MOVE 'DECISIONS READ:' TO WS-TOT-LABEL.
007670     MOVE WS-DEC-COUNT TO WS-TOT-COUNT.
007680     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
007690     MOVE 'APPROVED:' TO WS-TOT-LABEL.
007700     MOVE WS-APPROVE-COUNT TO WS-TOT-COUNT.
007710     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
007720     MOVE 'REJECTED:' TO WS-TOT-LABEL.
007730     MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT.
007740     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
007750     MOVE 'DECISIONS REFUSED:' TO WS-TOT-LABEL.
007760     MOVE WS-REFUSED-COUNT TO WS-TOT-COUNT.
007770     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
007780     MOVE 'STILL PENDING:' TO WS-TOT-LABEL.
007790     MOVE WS-PENDING-COUNT TO WS-TOT-COUNT.
007800     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
007810     MOVE 'APPROVED, AWAITING APPLY:' TO WS-TOT-LABEL.
007820     MOVE WS-AWAITING-COUNT TO WS-TOT-COUNT.
007830     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
007840*
007850     IF DECISIONS-ARE-OPEN
007860         CLOSE DECISION-FILE
007870     END-IF.
007880     IF PENDCHG-IS-OPEN
007890         CLOSE PEND-CHANGE-FILE
007900         CLOSE PEND-LOG-FILE
007910     END-IF.
007920     IF OPER-REG-IS-OPEN
007930         CLOSE OPER-REG-FILE
007940     END-IF.
007950     CLOSE REPORT-FILE.
007960*
007970     DISPLAY 'CXB40140 PROPOSALS EXPIRED:  ' WS-EXPIRE-COUNT.
007980     DISPLAY 'CXB40140 DECISIONS READ:     ' WS-DEC-COUNT.
007990     DISPLAY 'CXB40140 APPROVED:           ' WS-APPROVE-COUNT.
008000     DISPLAY 'CXB40140 REJECTED:           ' WS-REJECTED-COUNT.
008010     DISPLAY 'CXB40140 DECISIONS REFUSED:  ' WS-REFUSED-COUNT.
008020     DISPLAY 'CXB40140 STILL PENDING:      ' WS-PENDING-COUNT.
008030*
008040 9000-EXIT.
008050     EXIT.
