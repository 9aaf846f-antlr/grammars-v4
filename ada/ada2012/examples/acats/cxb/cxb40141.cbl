000100* CXB40141.CBL
000110*
000120*     PROGRAM:  CXB40141   ("Operator_Recertification")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Quarterly access recertification for the OPERREG
000160*          operator registry.  Until now the reviewing manager
000170*          merged the five operator audit trails by hand; this
000180*          program reads them all, plus the PENDLOG record of
000190*          maker-checker proposals and decisions, against the
000200*          registry and prints one line per operator id:
000210*
000220*            - the actions taken in the review period, counted
000230*              by trail (suspense dispositions, site parameter
000240*              changes, per-diem rate changes, registry
000250*              changes, exception corrections, and pending-
000260*              change proposals and decisions);
000270*            - the date of the id's last activity on any trail,
000280*              in or out of the period;
000290*            - the id's current authority level and active
000300*              flag.
000310*
000320*          Each line is flagged where the access needs a
000330*          decision:
000340*
000350*            DORMANT    an active id with no activity on any
000360*                       trail for more than RECERT-DORM-DAYS
000370*                       days (default 90), or none ever;
000380*            L2-UNUSED  an active level-2 id that has only ever
000390*                       done level-1 work;
000400*            INACTIVE   an id now inactive with actions logged
000410*                       under it in the period;
000420*            NOT-REG    an id missing from the registry with
000430*                       actions logged under it in the period.
000440*
000450*          Every period action under an INACTIVE or NOT-REG id
000460*          is also listed on its own line.  The report closes
000470*          with a sign-off section for the reviewing manager.
000480*
000490*          The level of an action follows the program that
000500*          logged it: a suspense DELETE or proposed delete, a
000510*          change to a level-2 site parameter, any rate or
000520*          registry change, and any pending-change proposal or
000530*          decision are level-2 work; a suspense release or
000540*          hold and an exception correction are level 1.
000550*          Blank operator ids (actions defaulted by a program)
000560*          are not counted.
000570*
000580*          The review period comes from the RECERTCTL control
000590*          file; without one the calendar quarter before the
000600*          current business date is reviewed.  RETURN-CODE is
000610*          0 when nothing is flagged, 4 when any id is flagged
000620*          or a trail could not be read, and 8 when the
000630*          registry itself is unavailable or the operator
000640*          table overflows.
000650*
000660*     INPUTS:
000670*          OPERREG    - keyed operator registry (CXB40123).
000680*          SUSPAUDT   - suspense disposition trail (CXB40101).
000690*          PARMLOG    - site parameter change log (CXB40110).
000700*          RATELOG    - per-diem rate change log (CXB40122).
000710*          OPERLOG    - operator registry change log
000720*                       (CXB40123).
000730*          EXCPAUDT   - exception correction trail
000740*                       (CXB40120).
000750*          PENDLOG    - pending-change log (CXBPLOG layout).
000760*          RECERTCTL  - control file naming the review
000770*                       period (from and to CCYYMMDD).
000780*          SITEPARM   - keyed site parameter file
000790*                       (RECERT-DORM-DAYS).
000800*
000810*     OUTPUTS:
000820*          RECERTRPT  - the recertification report.
000830*
000840*     CHANGE HISTORY:
000850*       15 OCT 2026   DPO   Initial release.
000860*       15 OCT 2026   DPO   The new MASK-KEY parameter is counted
000870*                           among the level-2 parameters.
000880*
000890 IDENTIFICATION DIVISION.
000900 PROGRAM-ID. CXB40141.
000910 AUTHOR. DATA-PROCESSING-OPERATIONS.
000920 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000930 DATE-WRITTEN. 15 OCT 2026.
000940 DATE-COMPILED.
000950*
000960 ENVIRONMENT DIVISION.
000970 INPUT-OUTPUT SECTION.
000980 FILE-CONTROL.
000990     SELECT OPER-REG-FILE ASSIGN TO "OPERREG"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS OP-OPERATOR-ID
001030         FILE STATUS IS WS-OPER-STATUS.
001040     SELECT SUSP-TRAIL-FILE ASSIGN TO "SUSPAUDT"
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-TRAIL-STATUS.
001070     SELECT PARM-LOG-FILE ASSIGN TO "PARMLOG"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-TRAIL-STATUS.
001100     SELECT RATE-LOG-FILE ASSIGN TO "RATELOG"
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-TRAIL-STATUS.
001130     SELECT OPER-LOG-FILE ASSIGN TO "OPERLOG"
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-TRAIL-STATUS.
001160     SELECT EXCP-TRAIL-FILE ASSIGN TO "EXCPAUDT"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WS-TRAIL-STATUS.
001190     SELECT PEND-LOG-FILE ASSIGN TO "PENDLOG"
001200         ORGANIZATION IS SEQUENTIAL
001210         FILE STATUS IS WS-TRAIL-STATUS.
001220     SELECT CONTROL-FILE ASSIGN TO "RECERTCTL"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WS-CTL-STATUS.
001250     SELECT SITE-PARM-FILE ASSIGN TO "SITEPARM"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS RANDOM
001280         RECORD KEY IS SP-PARM-KEY
001290         FILE STATUS IS WS-PARM-STATUS.
001300     SELECT REPORT-FILE ASSIGN TO "RECERTRPT"
001310         ORGANIZATION IS SEQUENTIAL.
001320*
001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  OPER-REG-FILE
001360     RECORDING MODE IS F.
001370 01  OPER-REG-RECORD.
001380     COPY CXBOPER
001390         REPLACING LEADING ==CXB-OP== BY ==OP==.
001400*
001410*    SUSPAUDT AS WRITTEN BY CXB40101
001420*
001430 FD  SUSP-TRAIL-FILE
001440     RECORDING MODE IS F.
001450 01  SUSP-TRAIL-RECORD.
001460     05  SA-ACTION-DATE        PIC 9(08).
001470     05  SA-ACTION-TIME        PIC 9(08).
001480     05  SA-OPERATOR-ID        PIC X(08).
001490     05  SA-ACTION             PIC X(01).
001500         88  SA-LEVEL-2-ACTION               VALUES 'D' 'P'.
001510     05  SA-RECORD-NUMBER      PIC 9(09).
001520     05  SA-SOURCE-PROGRAM     PIC X(08).
001530     05  SA-IN-STRING          PIC X(40).
001540*
001550*    PARMLOG AS WRITTEN BY CXB40110
001560*
001570 FD  PARM-LOG-FILE
001580     RECORDING MODE IS F.
001590 01  PARM-LOG-RECORD.
001600     05  PG-CHANGE-DATE        PIC 9(08).
001610     05  PG-CHANGE-TIME        PIC 9(08).
001620     05  PG-USER-ID            PIC X(08).
001630     05  PG-PARM-NAME          PIC X(16).
001640     05  PG-OLD-VALUE          PIC 9(09).
001650     05  PG-OLD-FLAG           PIC X(01).
001660     05  PG-NEW-VALUE          PIC 9(09).
001670     05  PG-NEW-FLAG           PIC X(01).
001680*
001690*    RATELOG AS WRITTEN BY CXB40122
001700*
001710 FD  RATE-LOG-FILE
001720     RECORDING MODE IS F.
001730 01  RATE-LOG-RECORD.
001740     05  RL-CHANGE-DATE        PIC 9(08).
001750     05  RL-CHANGE-TIME        PIC 9(08).
001760     05  RL-USER-ID            PIC X(08).
001770     05  RL-LOCATION           PIC X(04).
001780     05  RL-EFFECTIVE-DATE     PIC 9(08).
001790     05  RL-OLD-RATE           PIC S9(3)V9(4)
001800                               SIGN IS LEADING SEPARATE.
001810     05  RL-NEW-RATE           PIC S9(3)V9(4)
001820                               SIGN IS LEADING SEPARATE.
001830*
001840*    OPERLOG AS WRITTEN BY CXB40123
001850*
001860 FD  OPER-LOG-FILE
001870     RECORDING MODE IS F.
001880 01  OPER-LOG-RECORD.
001890     05  OL-CHANGE-DATE        PIC 9(08).
001900     05  OL-CHANGE-TIME        PIC 9(08).
001910     05  OL-USER-ID            PIC X(08).
001920     05  OL-OPERATOR-ID        PIC X(08).
001930     05  OL-OLD-AUTHORITY      PIC 9(01).
001940     05  OL-OLD-ACTIVE         PIC X(01).
001950     05  OL-NEW-AUTHORITY      PIC 9(01).
001960     05  OL-NEW-ACTIVE         PIC X(01).
001970*
001980*    EXCPAUDT AS WRITTEN BY CXB40120
001990*
002000 FD  EXCP-TRAIL-FILE
002010     RECORDING MODE IS F.
002020 01  EXCP-TRAIL-RECORD.
002030     05  EA-ACTION-DATE        PIC 9(08).
002040     05  EA-ACTION-TIME        PIC 9(08).
002050     05  EA-OPERATOR-ID        PIC X(08).
002060     05  EA-PATH               PIC X(01).
002070     05  EA-RECORD-NUMBER      PIC 9(09).
002080     05  EA-ACTION             PIC X(01).
002090     05  EA-IN-VALUE           PIC S9(09)V99
002100                               SIGN IS LEADING SEPARATE.
002110     05  EA-BEFORE-VALUE       PIC S9(09)V99
002120                               SIGN IS LEADING SEPARATE.
002130     05  EA-AFTER-VALUE        PIC S9(09)V99
002140                               SIGN IS LEADING SEPARATE.
002150*
002160 FD  PEND-LOG-FILE
002170     RECORDING MODE IS F.
002180 01  PEND-LOG-RECORD.
002190     COPY CXBPLOG
002200         REPLACING LEADING ==CXB-PL== BY ==PL==.
002210*
002220 FD  CONTROL-FILE
002230     RECORDING MODE IS F.
002240 01  CONTROL-RECORD.
002250     05  CT-PERIOD-FROM        PIC 9(08).
002260     05  CT-PERIOD-TO          PIC 9(08).
002270*
002280 FD  SITE-PARM-FILE
002290     RECORDING MODE IS F.
002300 01  SITE-PARM-RECORD.
002310     COPY CXBPARM
002320         REPLACING LEADING ==CXB== BY ==SP==.
002330*
002340 FD  REPORT-FILE
002350     RECORDING MODE IS F.
002360 01  REPORT-RECORD             PIC X(80).
002370*
002380 WORKING-STORAGE SECTION.
002390*
002400*    STANDALONE COUNTERS AND SWITCHES
002410*
002420 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40141'.
002430*
002440 77  WS-DORMANT-COUNT          PIC 9(09)  COMP VALUE ZERO.
002450 77  WS-UNUSED-COUNT           PIC 9(09)  COMP VALUE ZERO.
002460 77  WS-INACTIVE-COUNT         PIC 9(09)  COMP VALUE ZERO.
002470 77  WS-NOT-REG-COUNT          PIC 9(09)  COMP VALUE ZERO.
002480 77  WS-FLAGGED-COUNT          PIC 9(09)  COMP VALUE ZERO.
002490 77  WS-OVERFLOW-COUNT         PIC 9(09)  COMP VALUE ZERO.
002500 77  WS-EXC-LOST-COUNT         PIC 9(09)  COMP VALUE ZERO.
002510 77  WS-TRAIL-MISSING-COUNT    PIC 9(09)  COMP VALUE ZERO.
002520*
002530 77  WS-TRAIL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
002540     88  END-OF-TRAIL                        VALUE 'Y'.
002550     88  NOT-END-OF-TRAIL                    VALUE 'N'.
002560 77  WS-REG-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002570     88  END-OF-REGISTRY                     VALUE 'Y'.
002580     88  NOT-END-OF-REGISTRY                 VALUE 'N'.
002590 77  WS-REG-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
002600     88  OPER-REG-WAS-READ                   VALUE 'Y'.
002610     88  OPER-REG-NOT-READ                   VALUE 'N'.
002620 77  WS-FOUND-SWITCH           PIC X(01)  VALUE 'N'.
002630     88  OPERATOR-FOUND                      VALUE 'Y'.
002640     88  OPERATOR-NOT-FOUND                  VALUE 'N'.
002650 77  WS-LINE-FLAG-SWITCH       PIC X(01)  VALUE 'N'.
002660     88  LINE-IS-FLAGGED                     VALUE 'Y'.
002670     88  LINE-NOT-FLAGGED                    VALUE 'N'.
002680*
002690 77  WS-OPER-STATUS            PIC X(02)  VALUE SPACES.
002700     88  WS-OPER-FILE-OK                     VALUE '00'.
002710 77  WS-TRAIL-STATUS           PIC X(02)  VALUE SPACES.
002720     88  WS-TRAIL-FILE-OK                    VALUE '00'.
002730 77  WS-CTL-STATUS             PIC X(02)  VALUE SPACES.
002740     88  WS-CTL-FILE-OK                      VALUE '00'.
002750 77  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
002760     88  WS-PARM-FILE-OK                     VALUE '00'.
002770*
002780 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
002790*
002800*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
002810*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
002820*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
002830*
002840 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
002850*
002860*    REVIEW PERIOD.  WITHOUT A RECERTCTL RECORD IT IS THE
002870*    CALENDAR QUARTER BEFORE THE ONE THE BUSINESS DATE FALLS
002880*    IN, TAKEN FROM THE QUARTER TABLE (START MMDD, END MMDD).
002890*
002900 77  WS-PERIOD-FROM            PIC 9(08)  VALUE ZERO.
002910 77  WS-PERIOD-TO              PIC 9(08)  VALUE ZERO.
002920 77  WS-MONTH-LESS-ONE         PIC 9(02)  VALUE ZERO.
002930 77  WS-QTR-INDEX              PIC 9(01)  VALUE ZERO.
002940 77  WS-QTR-CCYY               PIC 9(04)  VALUE ZERO.
002950 01  WS-QTR-TABLE-VALUES.
002960     05  FILLER                PIC X(08)  VALUE '01010331'.
002970     05  FILLER                PIC X(08)  VALUE '04010630'.
002980     05  FILLER                PIC X(08)  VALUE '07010930'.
002990     05  FILLER                PIC X(08)  VALUE '10011231'.
003000 01  WS-QTR-TABLE REDEFINES WS-QTR-TABLE-VALUES.
003010     05  WS-QTR-ENTRY OCCURS 4 TIMES.
003020         10  WS-QTR-START-MMDD PIC 9(04).
003030         10  WS-QTR-END-MMDD   PIC 9(04).
003040*
003050*    DORMANCY LIMIT IN DAYS, FROM THE RECERT-DORM-DAYS SITE
003060*    PARAMETER.  AGE IS THE SAME CALENDAR APPROXIMATION
003070*    CXB40101 USES FOR SUSPENSE AGING: (CCYY*365 + MM*30 +
003080*    DD) TODAY MINUS THE SAME EXPRESSION FOR THE LAST
003090*    ACTIVITY DATE.
003100*
003110 77  WS-DORMANT-DAYS           PIC 9(03)  VALUE 90.
003120 01  WS-RUN-DATE-VIEW          PIC 9(08)  VALUE ZERO.
003130 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-VIEW.
003140     05  WS-RUN-CCYY           PIC 9(04).
003150     05  WS-RUN-MM             PIC 9(02).
003160     05  WS-RUN-DD             PIC 9(02).
003170 01  WS-LAST-DATE              PIC 9(08)  VALUE ZERO.
003180 01  WS-LAST-DATE-PARTS REDEFINES WS-LAST-DATE.
003190     05  WS-LAST-CCYY          PIC 9(04).
003200     05  WS-LAST-MM            PIC 9(02).
003210     05  WS-LAST-DD            PIC 9(02).
003220 77  WS-RUN-DAYS               PIC S9(09) COMP VALUE ZERO.
003230 77  WS-LAST-DAYS              PIC S9(09) COMP VALUE ZERO.
003240 77  WS-IDLE-DAYS              PIC S9(09) COMP VALUE ZERO.
003250*
003260*    THE TRAILS, IN REPORT COLUMN ORDER, WITH THE RECORDS
003270*    READ FROM EACH AND WHETHER IT COULD BE OPENED.
003280*
003290 77  WS-TRAIL-MAX              PIC 9(03)  COMP VALUE 6.
003300 01  WS-TRAIL-TABLE-VALUES.
003310     05  FILLER                PIC X(08)  VALUE 'SUSPAUDT'.
003320     05  FILLER                PIC X(08)  VALUE 'PARMLOG'.
003330     05  FILLER                PIC X(08)  VALUE 'RATELOG'.
003340     05  FILLER                PIC X(08)  VALUE 'OPERLOG'.
003350     05  FILLER                PIC X(08)  VALUE 'EXCPAUDT'.
003360     05  FILLER                PIC X(08)  VALUE 'PENDLOG'.
003370 01  WS-TRAIL-NAMES REDEFINES WS-TRAIL-TABLE-VALUES.
003380     05  WS-TRAIL-NAME         PIC X(08)  OCCURS 6 TIMES.
003390 01  WS-TRAIL-COUNTS.
003400     05  WS-TRAIL-ENTRY OCCURS 6 TIMES.
003410         10  WS-TRAIL-READ     PIC 9(09)  COMP.
003420         10  WS-TRAIL-FLAG     PIC X(01).
003430             88  TRAIL-WAS-READ              VALUE 'Y'.
003440             88  TRAIL-NOT-READ              VALUE 'N'.
003450 77  WS-TRAIL-INDEX            PIC 9(03)  COMP VALUE ZERO.
003460 77  WS-CLEAR-INDEX            PIC 9(03)  COMP VALUE ZERO.
003470*
003480*    THE LEVEL-2 SITE PARAMETERS, AS CARRIED ON THE CXB40110
003490*    VALIDATION TABLE; A PARMLOG CHANGE TO ONE OF THESE IS
003500*    LEVEL-2 WORK.
003510*
003520 77  WS-L2-PARM-MAX            PIC 9(03)  COMP VALUE 5.
003530 01  WS-L2-PARM-VALUES.
003540     05  FILLER                PIC X(16)  VALUE 'MAX-REJECT-PCT'.
003550     05  FILLER                PIC X(16)  VALUE 'DAY-CYCLES'.
003560     05  FILLER                PIC X(16)
003570         VALUE 'PEND-EXPIRE-DAYS'.
003580     05  FILLER                PIC X(16)
003590         VALUE 'RECERT-DORM-DAYS'.
003600     05  FILLER                PIC X(16)  VALUE 'MASK-KEY'.
003610 01  WS-L2-PARM-TABLE REDEFINES WS-L2-PARM-VALUES.
003620     05  WS-L2-PARM-NAME       PIC X(16)  OCCURS 5 TIMES.
003630 77  WS-PARM-INDEX             PIC 9(03)  COMP VALUE ZERO.
003640*
003650*    THE ACTION IN HAND, AS EACH TRAIL READER HANDS IT TO
003660*    5000-POST-ACTION.
003670*
003680 77  WS-ACT-ID                 PIC X(08)  VALUE SPACES.
003690 77  WS-ACT-DATE               PIC 9(08)  VALUE ZERO.
003700 77  WS-ACT-TIME               PIC 9(08)  VALUE ZERO.
003710 77  WS-ACT-LEVEL              PIC 9(01)  VALUE ZERO.
003720 77  WS-ACT-DETAIL             PIC X(16)  VALUE SPACES.
003730*
003740*    ONE ENTRY PER OPERATOR ID: EVERY REGISTRY ENTRY, LOADED
003750*    FIRST, THEN ANY ID FOUND ON A TRAIL BUT NOT ON THE
003760*    REGISTRY.  REGISTRY FLAG Y ACTIVE, N INACTIVE, M MISSING.
003770*
003780 77  WS-OPR-MAX                PIC 9(03)  COMP VALUE 300.
003790 77  WS-OPR-COUNT              PIC 9(03)  COMP VALUE ZERO.
003800 77  WS-OPR-INDEX              PIC 9(03)  COMP VALUE ZERO.
003810 77  WS-FOUND-INDEX            PIC 9(03)  COMP VALUE ZERO.
003820 01  WS-OPERATOR-TABLE.
003830     05  WS-OPR-ENTRY OCCURS 300 TIMES.
003840         10  WS-OPR-ID             PIC X(08).
003850         10  WS-OPR-AUTHORITY      PIC X(01).
003860         10  WS-OPR-REG-FLAG       PIC X(01).
003870             88  OPR-ACTIVE                  VALUE 'Y'.
003880             88  OPR-INACTIVE                VALUE 'N'.
003890             88  OPR-MISSING                 VALUE 'M'.
003900         10  WS-OPR-ACTIONS        PIC 9(07)  COMP
003910                                   OCCURS 6 TIMES.
003920         10  WS-OPR-PERIOD-TOTAL   PIC 9(07)  COMP.
003930         10  WS-OPR-LAST-DATE      PIC 9(08).
003940         10  WS-OPR-L2-SWITCH      PIC X(01).
003950             88  OPR-DID-LEVEL-2             VALUE 'Y'.
003960             88  OPR-NO-LEVEL-2              VALUE 'N'.
003970*
003980*    EVERY PERIOD ACTION UNDER AN INACTIVE OR MISSING ID,
003990*    HELD FOR ITS OWN SECTION OF THE REPORT.
004000*
004010 77  WS-EXC-MAX                PIC 9(03)  COMP VALUE 200.
004020 77  WS-EXC-COUNT              PIC 9(03)  COMP VALUE ZERO.
004030 77  WS-EXC-INDEX              PIC 9(03)  COMP VALUE ZERO.
004040 01  WS-EXCEPTION-TABLE.
004050     05  WS-EXC-ENTRY OCCURS 200 TIMES.
004060         10  WS-EXC-TRAIL          PIC X(08).
004070         10  WS-EXC-DATE           PIC 9(08).
004080         10  WS-EXC-TIME           PIC 9(08).
004090         10  WS-EXC-ID             PIC X(08).
004100         10  WS-EXC-DETAIL         PIC X(16).
004110         10  WS-EXC-REG-FLAG       PIC X(01).
004120*
004130*    REPORT LINE LAYOUTS
004140*
004150 01  WS-HEADING-LINE.
004160     05  FILLER                PIC X(33)
004170         VALUE "CXB40141 OPERATOR RECERTIFICATION".
004180     05  FILLER                PIC X(07) VALUE "  DATE=".
004190     05  WS-HDG-DATE           PIC 9(08).
004200*
004210 01  WS-PERIOD-LINE.
004220     05  FILLER                PIC X(12) VALUE "PERIOD FROM=".
004230     05  WS-PER-FROM           PIC 9(08).
004240     05  FILLER                PIC X(04) VALUE " TO=".
004250     05  WS-PER-TO             PIC 9(08).
004260     05  FILLER                PIC X(15)
004270         VALUE "  DORMANT DAYS=".
004280     05  WS-PER-DORMANT        PIC ZZ9.
004290*
004300 01  WS-TRAIL-LINE.
004310     05  FILLER                PIC X(04) VALUE SPACES.
004320     05  FILLER                PIC X(06) VALUE "TRAIL ".
004330     05  WS-TRL-NAME           PIC X(08).
004340     05  FILLER                PIC X(01) VALUE SPACE.
004350     05  WS-TRL-TEXT           PIC X(14).
004360     05  WS-TRL-COUNT          PIC ZZZ,ZZZ,ZZ9.
004370*
004380 01  WS-SECTION-LINE.
004390     05  FILLER                PIC X(04) VALUE SPACES.
004400     05  WS-SEC-TEXT           PIC X(60).
004410*
004420 01  WS-TEXT-LINE.
004430     05  FILLER                PIC X(04) VALUE SPACES.
004440     05  WS-TXT-TEXT           PIC X(76).
004450*
004460 01  WS-COLUMN-LINE.
004470     05  FILLER                PIC X(09) VALUE "OPERATOR".
004480     05  FILLER                PIC X(04) VALUE "A F".
004490     05  FILLER                PIC X(05) VALUE "SUSP".
004500     05  FILLER                PIC X(05) VALUE "PARM".
004510     05  FILLER                PIC X(05) VALUE "RATE".
004520     05  FILLER                PIC X(05) VALUE "OPER".
004530     05  FILLER                PIC X(05) VALUE "EXCP".
004540     05  FILLER                PIC X(05) VALUE "PEND".
004550     05  FILLER                PIC X(09) VALUE "LAST ACT".
004560     05  FILLER                PIC X(05) VALUE "FLAGS".
004570*
004580 01  WS-DETAIL-LINE.
004590     05  WS-DTL-ID             PIC X(08).
004600     05  FILLER                PIC X(01) VALUE SPACE.
004610     05  WS-DTL-AUTHORITY      PIC X(01).
004620     05  FILLER                PIC X(01) VALUE SPACE.
004630     05  WS-DTL-ACTIVE         PIC X(01).
004640     05  FILLER                PIC X(01) VALUE SPACE.
004650     05  WS-DTL-SUSP           PIC ZZZ9.
004660     05  FILLER                PIC X(01) VALUE SPACE.
004670     05  WS-DTL-PARM           PIC ZZZ9.
004680     05  FILLER                PIC X(01) VALUE SPACE.
004690     05  WS-DTL-RATE           PIC ZZZ9.
004700     05  FILLER                PIC X(01) VALUE SPACE.
004710     05  WS-DTL-OPER           PIC ZZZ9.
004720     05  FILLER                PIC X(01) VALUE SPACE.
004730     05  WS-DTL-EXCP           PIC ZZZ9.
004740     05  FILLER                PIC X(01) VALUE SPACE.
004750     05  WS-DTL-PEND           PIC ZZZ9.
004760     05  FILLER                PIC X(01) VALUE SPACE.
004770     05  WS-DTL-LAST           PIC X(08).
004780     05  FILLER                PIC X(01) VALUE SPACE.
004790     05  WS-DTL-DORMANT        PIC X(07).
004800     05  FILLER                PIC X(01) VALUE SPACE.
004810     05  WS-DTL-UNUSED         PIC X(09).
004820     05  FILLER                PIC X(01) VALUE SPACE.
004830     05  WS-DTL-STATUS         PIC X(08).
004840*
004850 01  WS-EXC-COLUMN-LINE.
004860     05  FILLER                PIC X(09) VALUE "TRAIL".
004870     05  FILLER                PIC X(09) VALUE "DATE".
004880     05  FILLER                PIC X(09) VALUE "TIME".
004890     05  FILLER                PIC X(09) VALUE "OPERATOR".
004900     05  FILLER                PIC X(17) VALUE "ACTION".
004910     05  FILLER                PIC X(06) VALUE "STATUS".
004920*
004930 01  WS-EXC-LINE.
004940     05  WS-EXL-TRAIL          PIC X(08).
004950     05  FILLER                PIC X(01) VALUE SPACE.
004960     05  WS-EXL-DATE           PIC 9(08).
004970     05  FILLER                PIC X(01) VALUE SPACE.
004980     05  WS-EXL-TIME           PIC 9(08).
004990     05  FILLER                PIC X(01) VALUE SPACE.
005000     05  WS-EXL-ID             PIC X(08).
005010     05  FILLER                PIC X(01) VALUE SPACE.
005020     05  WS-EXL-DETAIL         PIC X(16).
005030     05  FILLER                PIC X(01) VALUE SPACE.
005040     05  WS-EXL-STATUS         PIC X(15).
005050*
005060 01  WS-TOTAL-LINE.
005070     05  WS-TOT-LABEL          PIC X(30).
005080     05  WS-TOT-COUNT          PIC ZZZ,ZZZ,ZZ9.
005090*
005100 PROCEDURE DIVISION.
005110*
005120*===============================================================
005130*    0000-MAINLINE
005140*===============================================================
005150 0000-MAINLINE.
005160*
005170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005180*
005190     IF OPER-REG-WAS-READ
005200         PERFORM 2000-READ-SUSP-TRAIL THRU 2000-EXIT
005210         PERFORM 2100-READ-PARM-LOG THRU 2100-EXIT
005220         PERFORM 2200-READ-RATE-LOG THRU 2200-EXIT
005230         PERFORM 2300-READ-OPER-LOG THRU 2300-EXIT
005240         PERFORM 2400-READ-EXCP-TRAIL THRU 2400-EXIT
005250         PERFORM 2500-READ-PEND-LOG THRU 2500-EXIT
005260         PERFORM 6000-PRINT-OPERATORS THRU 6000-EXIT
005270         PERFORM 6500-PRINT-EXCEPTIONS THRU 6500-EXIT
005280         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
005290         PERFORM 8000-PRINT-SIGN-OFF THRU 8000-EXIT
005300     END-IF.
005310*
005320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005330*
005340     STOP RUN.
005350*
005360*===============================================================
005370*    1000-INITIALIZE
005380*===============================================================
005390 1000-INITIALIZE.
005400*
005410     CALL 'CXB40117' USING WS-RUN-DATE
005420                            WS-BDAT-RESULT.
005430     MOVE WS-RUN-DATE TO WS-RUN-DATE-VIEW.
005440     COMPUTE WS-RUN-DAYS =
005450         (WS-RUN-CCYY * 365) + (WS-RUN-MM * 30) + WS-RUN-DD.
005460*
005470     PERFORM 1100-GET-PERIOD THRU 1100-EXIT.
005480     PERFORM 1200-GET-DORMANT-DAYS THRU 1200-EXIT.
005490*
005500     OPEN OUTPUT REPORT-FILE.
005510     MOVE WS-RUN-DATE     TO WS-HDG-DATE.
005520     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
005530     MOVE WS-PERIOD-FROM  TO WS-PER-FROM.
005540     MOVE WS-PERIOD-TO    TO WS-PER-TO.
005550     MOVE WS-DORMANT-DAYS TO WS-PER-DORMANT.
005560     WRITE REPORT-RECORD FROM WS-PERIOD-LINE.
005570*
005580     PERFORM 1300-LOAD-REGISTRY THRU 1300-EXIT.
005590*
005600 1000-EXIT.
005610     EXIT.
005620*
005630*===============================================================
005640*    1100-GET-PERIOD
005650*===============================================================
005660 1100-GET-PERIOD.
005670*
005680*    THE PREVIOUS CALENDAR QUARTER IS THE DEFAULT: QUARTER
005690*    INDEX 0-3 OF THE BUSINESS DATE, ONE QUARTER BACK, INTO
005700*    THE PRIOR YEAR'S FOURTH QUARTER FROM JANUARY-MARCH.
005710*
005720     COMPUTE WS-MONTH-LESS-ONE = WS-RUN-MM - 1.
005730     DIVIDE 3 INTO WS-MONTH-LESS-ONE GIVING WS-QTR-INDEX.
005740     MOVE WS-RUN-CCYY TO WS-QTR-CCYY.
005750     IF WS-QTR-INDEX = ZERO
005760         MOVE 4 TO WS-QTR-INDEX
005770         SUBTRACT 1 FROM WS-QTR-CCYY
005780     END-IF.
005790     COMPUTE WS-PERIOD-FROM =
005800         (WS-QTR-CCYY * 10000) + WS-QTR-START-MMDD(WS-QTR-INDEX).
005810     COMPUTE WS-PERIOD-TO =
005820         (WS-QTR-CCYY * 10000) + WS-QTR-END-MMDD(WS-QTR-INDEX).
005830*
005840     OPEN INPUT CONTROL-FILE.
005850     IF NOT WS-CTL-FILE-OK
005860         DISPLAY 'CXB40141 RECERTCTL NOT AVAILABLE - '
005870             'PREVIOUS QUARTER REVIEWED'
005880         GO TO 1100-EXIT
005890     END-IF.
005900*
005910     READ CONTROL-FILE
005920         AT END
005930             CONTINUE
005940         NOT AT END
005950             IF CT-PERIOD-FROM NUMERIC
005960                 AND CT-PERIOD-TO NUMERIC
005970                 AND CT-PERIOD-FROM > ZERO
005980                 AND CT-PERIOD-FROM NOT > CT-PERIOD-TO
005990                 MOVE CT-PERIOD-FROM TO WS-PERIOD-FROM
006000                 MOVE CT-PERIOD-TO   TO WS-PERIOD-TO
006010             ELSE
006020                 DISPLAY 'CXB40141 RECERTCTL PERIOD INVALID - '
006030                     'PREVIOUS QUARTER REVIEWED'
006040             END-IF
006050     END-READ.
006060     CLOSE CONTROL-FILE.
006070*
006080 1100-EXIT.
006090     EXIT.
006100*
006110*===============================================================
006120*    1200-GET-DORMANT-DAYS
006130*===============================================================
006140 1200-GET-DORMANT-DAYS.
006150*
006160*    OPERATIONAL KNOBS COME FROM THE SITEPARM FILE MAINTAINED
006170*    BY CXB40110; A MISSING FILE OR RECORD LEAVES THE 90-DAY
006180*    DEFAULT IN PLACE.
006190*
006200     OPEN INPUT SITE-PARM-FILE.
006210     IF NOT WS-PARM-FILE-OK
006220         GO TO 1200-EXIT
006230     END-IF.
006240*
006250     MOVE 'RECERT-DORM-DAYS' TO SP-PARM-NAME.
006260     READ SITE-PARM-FILE.
006270     IF WS-PARM-FILE-OK AND SP-PARM-VALUE > ZERO
006280         AND SP-PARM-VALUE < 1000
006290         MOVE SP-PARM-VALUE TO WS-DORMANT-DAYS
006300     END-IF.
006310*
006320     CLOSE SITE-PARM-FILE.
006330*
006340 1200-EXIT.
006350     EXIT.
006360*
006370*===============================================================
006380*    1300-LOAD-REGISTRY
006390*===============================================================
006400 1300-LOAD-REGISTRY.
006410*
006420*    THE REGISTRY IS THE SUBJECT OF THE REVIEW: WITHOUT IT
006430*    THERE IS NOTHING TO RECERTIFY, AND THE RUN FAILS.
006440*
006450     OPEN INPUT OPER-REG-FILE.
006460     IF NOT WS-OPER-FILE-OK
006470         DISPLAY 'CXB40141 OPERREG NOT AVAILABLE, STATUS='
006480             WS-OPER-STATUS
006490         MOVE 'OPERREG NOT AVAILABLE - NO RECERTIFICATION'
006500             TO WS-SEC-TEXT
006510         WRITE REPORT-RECORD FROM WS-SECTION-LINE
006520         MOVE 8 TO RETURN-CODE
006530         GO TO 1300-EXIT
006540     END-IF.
006550     SET OPER-REG-WAS-READ TO TRUE.
006560*
006570     MOVE LOW-VALUES TO OP-OPERATOR-ID.
006580     START OPER-REG-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID.
006590     IF WS-OPER-FILE-OK
006600         SET NOT-END-OF-REGISTRY TO TRUE
006610     ELSE
006620         SET END-OF-REGISTRY TO TRUE
006630     END-IF.
006640*
006650     PERFORM 1310-LOAD-ONE-OPERATOR THRU 1310-EXIT
006660         UNTIL END-OF-REGISTRY.
006670*
006680     CLOSE OPER-REG-FILE.
006690*
006700 1300-EXIT.
006710     EXIT.
006720*
006730*===============================================================
006740*    1310-LOAD-ONE-OPERATOR
006750*===============================================================
006760 1310-LOAD-ONE-OPERATOR.
006770*
006780     READ OPER-REG-FILE NEXT RECORD
006790         AT END
006800             SET END-OF-REGISTRY TO TRUE
006810             GO TO 1310-EXIT
006820     END-READ.
006830*
006840     IF WS-OPR-COUNT NOT < WS-OPR-MAX
006850         ADD 1 TO WS-OVERFLOW-COUNT
006860         GO TO 1310-EXIT
006870     END-IF.
006880*
006890     ADD 1 TO WS-OPR-COUNT.
006900     MOVE WS-OPR-COUNT TO WS-OPR-INDEX.
006910     PERFORM 5300-CLEAR-ENTRY THRU 5300-EXIT.
006920     MOVE OP-OPERATOR-ID TO WS-OPR-ID(WS-OPR-INDEX).
006930     MOVE OP-AUTHORITY   TO WS-OPR-AUTHORITY(WS-OPR-INDEX).
006940     IF OP-ACTIVE
006950         SET OPR-ACTIVE(WS-OPR-INDEX) TO TRUE
006960     ELSE
006970         SET OPR-INACTIVE(WS-OPR-INDEX) TO TRUE
006980     END-IF.
006990*
007000 1310-EXIT.
007010     EXIT.
007020*
007030*===============================================================
007040*    2000-READ-SUSP-TRAIL
007050*===============================================================
007060 2000-READ-SUSP-TRAIL.
007070*
007080     MOVE 1 TO WS-TRAIL-INDEX.
007090     MOVE ZERO TO WS-TRAIL-READ(WS-TRAIL-INDEX).
007100     OPEN INPUT SUSP-TRAIL-FILE.
007110     IF NOT WS-TRAIL-FILE-OK
007120         PERFORM 5900-TRAIL-MISSING THRU 5900-EXIT
007130         GO TO 2000-EXIT
007140     END-IF.
007150     SET TRAIL-WAS-READ(WS-TRAIL-INDEX) TO TRUE.
007160*
007170     SET NOT-END-OF-TRAIL TO TRUE.
007180     PERFORM 2010-SUSP-TRAIL-ONE THRU 2010-EXIT
007190         UNTIL END-OF-TRAIL.
007200*
007210     CLOSE SUSP-TRAIL-FILE.
007220*
007230 2000-EXIT.
007240     EXIT.
007250*
007260*===============================================================
007270*    2010-SUSP-TRAIL-ONE
007280*===============================================================
007290 2010-SUSP-TRAIL-ONE.
007300*
007310     READ SUSP-TRAIL-FILE
007320         AT END
007330             SET END-OF-TRAIL TO TRUE
007340             GO TO 2010-EXIT
007350     END-READ.
007360     ADD 1 TO WS-TRAIL-READ(WS-TRAIL-INDEX).
007370*
007380*    RELEASE AND HOLD ARE LEVEL 1; DELETE, AND A DELETE
007390*    PROPOSED FOR APPROVAL, ARE LEVEL 2.
007400*
007410     MOVE SA-OPERATOR-ID TO WS-ACT-ID.
007420     MOVE SA-ACTION-DATE TO WS-ACT-DATE.
007430     MOVE SA-ACTION-TIME TO WS-ACT-TIME.
007440     IF SA-LEVEL-2-ACTION
007450         MOVE 2 TO WS-ACT-LEVEL
007460     ELSE
007470         MOVE 1 TO WS-ACT-LEVEL
007480     END-IF.
007490     MOVE SPACES TO WS-ACT-DETAIL.
007500     STRING 'ACTION ' SA-ACTION DELIMITED BY SIZE
007510         INTO WS-ACT-DETAIL.
007520     PERFORM 5000-POST-ACTION THRU 5000-EXIT.
007530*
007540 2010-EXIT.
007550     EXIT.
007560*
007570*===============================================================
007580*    2100-READ-PARM-LOG
007590*===============================================================
007600 2100-READ-PARM-LOG.
007610*
007620     MOVE 2 TO WS-TRAIL-INDEX.
007630     MOVE ZERO TO WS-TRAIL-READ(WS-TRAIL-INDEX).
007640     OPEN INPUT PARM-LOG-FILE.
007650     IF NOT WS-TRAIL-FILE-OK
007660         PERFORM 5900-TRAIL-MISSING THRU 5900-EXIT
007670         GO TO 2100-EXIT
007680     END-IF.
007690     SET TRAIL-WAS-READ(WS-TRAIL-INDEX) TO TRUE.
007700*
007710     SET NOT-END-OF-TRAIL TO TRUE.
007720     PERFORM 2110-PARM-LOG-ONE THRU 2110-EXIT
007730         UNTIL END-OF-TRAIL.
007740*
007750     CLOSE PARM-LOG-FILE.
007760*
007770 2100-EXIT.
007780     EXIT.
007790*
007800*===============================================================
007810*    2110-PARM-LOG-ONE
007820*===============================================================
007830 2110-PARM-LOG-ONE.
007840*
007850     READ PARM-LOG-FILE
007860         AT END
007870             SET END-OF-TRAIL TO TRUE
007880             GO TO 2110-EXIT
007890     END-READ.
007900     ADD 1 TO WS-TRAIL-READ(WS-TRAIL-INDEX).
007910*
007920     MOVE PG-USER-ID     TO WS-ACT-ID.
007930     MOVE PG-CHANGE-DATE TO WS-ACT-DATE.
007940     MOVE PG-CHANGE-TIME TO WS-ACT-TIME.
007950     MOVE PG-PARM-NAME   TO WS-ACT-DETAIL.
007960     MOVE 1 TO WS-ACT-LEVEL.
007970     PERFORM 2120-CHECK-L2-PARM THRU 2120-EXIT
007980         VARYING WS-PARM-INDEX FROM 1 BY 1
007990         UNTIL WS-PARM-INDEX > WS-L2-PARM-MAX.
008000     PERFORM 5000-POST-ACTION THRU 5000-EXIT.
008010*
008020 2110-EXIT.
008030     EXIT.
008040*
008050*===============================================================
008060*    2120-CHECK-L2-PARM
008070*===============================================================
008080 2120-CHECK-L2-PARM.
008090*
008100     IF PG-PARM-NAME = WS-L2-PARM-NAME(WS-PARM-INDEX)
008110         MOVE 2 TO WS-ACT-LEVEL
008120     END-IF.
008130*
008140 2120-EXIT.
008150     EXIT.
008160*
008170*===============================================================
008180*    2200-READ-RATE-LOG
008190*===============================================================
008200 2200-READ-RATE-LOG.
008210*
008220     MOVE 3 TO WS-TRAIL-INDEX.
008230     MOVE ZERO TO WS-TRAIL-READ(WS-TRAIL-INDEX).
008240     OPEN INPUT RATE-LOG-FILE.
008250     IF NOT WS-TRAIL-FILE-OK
008260         PERFORM 5900-TRAIL-MISSING THRU 5900-EXIT
008270         GO TO 2200-EXIT
008280     END-IF.
008290     SET TRAIL-WAS-READ(WS-TRAIL-INDEX) TO TRUE.
008300*
008310     SET NOT-END-OF-TRAIL TO TRUE.
008320     PERFORM 2210-RATE-LOG-ONE THRU 2210-EXIT
008330         UNTIL END-OF-TRAIL.
008340*
008350     CLOSE RATE-LOG-FILE.
008360*
008370 2200-EXIT.
008380     EXIT.
008390*
008400*===============================================================
008410*    2210-RATE-LOG-ONE
008420*===============================================================
008430 2210-RATE-LOG-ONE.
008440*
008450     READ RATE-LOG-FILE
008460         AT END
008470             SET END-OF-TRAIL TO TRUE
008480             GO TO 2210-EXIT
008490     END-READ.
008500     ADD 1 TO WS-TRAIL-READ(WS-TRAIL-INDEX).
008510*
008520*    EVERY RATE CHANGE TAKES AUTHORITY LEVEL 2.
008530*
008540     MOVE RL-USER-ID     TO WS-ACT-ID.
008550     MOVE RL-CHANGE-DATE TO WS-ACT-DATE.
008560     MOVE RL-CHANGE-TIME TO WS-ACT-TIME.
008570     MOVE 2 TO WS-ACT-LEVEL.
008580     MOVE SPACES TO WS-ACT-DETAIL.
008590     STRING 'RATE ' RL-LOCATION DELIMITED BY SIZE
008600         INTO WS-ACT-DETAIL.
008610     PERFORM 5000-POST-ACTION THRU 5000-EXIT.
008620*
008630 2210-EXIT.
008640     EXIT.
008650*
008660*===============================================================
008670*    2300-READ-OPER-LOG
008680*===============================================================
008690 2300-READ-OPER-LOG.
008700*
008710     MOVE 4 TO WS-TRAIL-INDEX.
008720     MOVE ZERO TO WS-TRAIL-READ(WS-TRAIL-INDEX).
008730     OPEN INPUT OPER-LOG-FILE.
008740     IF NOT WS-TRAIL-FILE-OK
008750         PERFORM 5900-TRAIL-MISSING THRU 5900-EXIT
008760         GO TO 2300-EXIT
008770     END-IF.
008780     SET TRAIL-WAS-READ(WS-TRAIL-INDEX) TO TRUE.
008790*
008800     SET NOT-END-OF-TRAIL TO TRUE.
008810     PERFORM 2310-OPER-LOG-ONE THRU 2310-EXIT
008820         UNTIL END-OF-TRAIL.
008830*
008840     CLOSE OPER-LOG-FILE.
008850*
008860 2300-EXIT.
008870     EXIT.
008880*
008890*===============================================================
008900*    2310-OPER-LOG-ONE
008910*===============================================================
008920 2310-OPER-LOG-ONE.
008930*
008940     READ OPER-LOG-FILE
008950         AT END
008960             SET END-OF-TRAIL TO TRUE
008970             GO TO 2310-EXIT
008980     END-READ.
008990     ADD 1 TO WS-TRAIL-READ(WS-TRAIL-INDEX).
009000*
009010*    EVERY REGISTRY CHANGE TAKES AUTHORITY LEVEL 2.  THE
009020*    ACTION BELONGS TO THE MAINTAINING OPERATOR, NOT TO THE
009030*    OPERATOR WHOSE ENTRY CHANGED.
009040*
009050     MOVE OL-USER-ID     TO WS-ACT-ID.
009060     MOVE OL-CHANGE-DATE TO WS-ACT-DATE.
009070     MOVE OL-CHANGE-TIME TO WS-ACT-TIME.
009080     MOVE 2 TO WS-ACT-LEVEL.
009090     MOVE SPACES TO WS-ACT-DETAIL.
009100     STRING 'OPER ' OL-OPERATOR-ID DELIMITED BY SIZE
009110         INTO WS-ACT-DETAIL.
009120     PERFORM 5000-POST-ACTION THRU 5000-EXIT.
009130*
009140 2310-EXIT.
009150     EXIT.
009160*
009170*===============================================================
009180*    2400-READ-EXCP-TRAIL
009190*===============================================================
009200 2400-READ-EXCP-TRAIL.
009210*
009220     MOVE 5 TO WS-TRAIL-INDEX.
009230     MOVE ZERO TO WS-TRAIL-READ(WS-TRAIL-INDEX).
009240     OPEN INPUT EXCP-TRAIL-FILE.
009250     IF NOT WS-TRAIL-FILE-OK
009260         PERFORM 5900-TRAIL-MISSING THRU 5900-EXIT
009270         GO TO 2400-EXIT
009280     END-IF.
009290     SET TRAIL-WAS-READ(WS-TRAIL-INDEX) TO TRUE.
009300*
009310     SET NOT-END-OF-TRAIL TO TRUE.
009320     PERFORM 2410-EXCP-TRAIL-ONE THRU 2410-EXIT
009330         UNTIL END-OF-TRAIL.
009340*
009350     CLOSE EXCP-TRAIL-FILE.
009360*
009370 2400-EXIT.
009380     EXIT.
009390*
009400*===============================================================
009410*    2410-EXCP-TRAIL-ONE
009420*===============================================================
009430 2410-EXCP-TRAIL-ONE.
009440*
009450     READ EXCP-TRAIL-FILE
009460         AT END
009470             SET END-OF-TRAIL TO TRUE
009480             GO TO 2410-EXIT
009490     END-READ.
009500     ADD 1 TO WS-TRAIL-READ(WS-TRAIL-INDEX).
009510*
009520*    AN EXCEPTION CORRECTION TAKES AUTHORITY LEVEL 1.
009530*
009540     MOVE EA-OPERATOR-ID TO WS-ACT-ID.
009550     MOVE EA-ACTION-DATE TO WS-ACT-DATE.
009560     MOVE EA-ACTION-TIME TO WS-ACT-TIME.
009570     MOVE 1 TO WS-ACT-LEVEL.
009580     MOVE SPACES TO WS-ACT-DETAIL.
009590     STRING 'PATH ' EA-PATH ' ACTION ' EA-ACTION
009600         DELIMITED BY SIZE INTO WS-ACT-DETAIL.
009610     PERFORM 5000-POST-ACTION THRU 5000-EXIT.
009620*
009630 2410-EXIT.
009640     EXIT.
009650*
009660*===============================================================
009670*    2500-READ-PEND-LOG
009680*===============================================================
009690 2500-READ-PEND-LOG.
009700*
009710     MOVE 6 TO WS-TRAIL-INDEX.
009720     MOVE ZERO TO WS-TRAIL-READ(WS-TRAIL-INDEX).
009730     OPEN INPUT PEND-LOG-FILE.
009740     IF NOT WS-TRAIL-FILE-OK
009750         PERFORM 5900-TRAIL-MISSING THRU 5900-EXIT
009760         GO TO 2500-EXIT
009770     END-IF.
009780     SET TRAIL-WAS-READ(WS-TRAIL-INDEX) TO TRUE.
009790*
009800     SET NOT-END-OF-TRAIL TO TRUE.
009810     PERFORM 2510-PEND-LOG-ONE THRU 2510-EXIT
009820         UNTIL END-OF-TRAIL.
009830*
009840     CLOSE PEND-LOG-FILE.
009850*
009860 2500-EXIT.
009870     EXIT.
009880*
009890*===============================================================
009900*    2510-PEND-LOG-ONE
009910*===============================================================
009920 2510-PEND-LOG-ONE.
009930*
009940     READ PEND-LOG-FILE
009950         AT END
009960             SET END-OF-TRAIL TO TRUE
009970             GO TO 2510-EXIT
009980     END-READ.
009990     ADD 1 TO WS-TRAIL-READ(WS-TRAIL-INDEX).
010000*
010010*    A PROPOSAL IS THE PROPOSER'S LEVEL-2 WORK AND AN
010020*    APPROVAL OR REJECTION THE CHECKER'S.  A SUSPENSE DELETE
010030*    PROPOSAL IS ALREADY ON SUSPAUDT, AND EXPIRY, APPLY, AND
010040*    VOID EVENTS ARE THE PROGRAMS' OWN, SO NONE OF THOSE ARE
010050*    COUNTED HERE.
010060*
010070     EVALUATE TRUE
010080         WHEN PL-EVENT = 'P'
010090             AND PL-SOURCE-PROGRAM NOT = 'CXB40101'
010100             MOVE PL-PROPOSER TO WS-ACT-ID
010110         WHEN PL-EVENT = 'A' OR PL-EVENT = 'R'
010120             MOVE PL-CHECKER  TO WS-ACT-ID
010130         WHEN OTHER
010140             GO TO 2510-EXIT
010150     END-EVALUATE.
010160     MOVE PL-LOG-DATE TO WS-ACT-DATE.
010170     MOVE PL-LOG-TIME TO WS-ACT-TIME.
010180     MOVE 2 TO WS-ACT-LEVEL.
010190     MOVE SPACES TO WS-ACT-DETAIL.
010200     STRING 'EVENT ' PL-EVENT ' ' PL-SOURCE-PROGRAM
010210         DELIMITED BY SIZE INTO WS-ACT-DETAIL.
010220     PERFORM 5000-POST-ACTION THRU 5000-EXIT.
010230*
010240 2510-EXIT.
010250     EXIT.
010260*
010270*===============================================================
010280*    5000-POST-ACTION
010290*===============================================================
010300 5000-POST-ACTION.
010310*
010320*    BLANK IDS ARE ACTIONS A PROGRAM DEFAULTED (AN
010330*    UNDISPOSED SUSPENSE RECORD HELD, FOR EXAMPLE), NOT AN
010340*    OPERATOR'S WORK.  A DATE THAT IS NOT NUMERIC CANNOT BE
010350*    PLACED IN OR OUT OF THE PERIOD AND IS PASSED OVER.
010360*
010370     IF WS-ACT-ID = SPACES OR WS-ACT-DATE NOT NUMERIC
010380         GO TO 5000-EXIT
010390     END-IF.
010400*
010410     PERFORM 5100-FIND-OPERATOR THRU 5100-EXIT.
010420     IF OPERATOR-NOT-FOUND
010430         IF WS-OPR-COUNT NOT < WS-OPR-MAX
010440             ADD 1 TO WS-OVERFLOW-COUNT
010450             GO TO 5000-EXIT
010460         END-IF
010470         ADD 1 TO WS-OPR-COUNT
010480         MOVE WS-OPR-COUNT TO WS-OPR-INDEX
010490         PERFORM 5300-CLEAR-ENTRY THRU 5300-EXIT
010500         MOVE WS-ACT-ID TO WS-OPR-ID(WS-OPR-INDEX)
010510         MOVE '?'       TO WS-OPR-AUTHORITY(WS-OPR-INDEX)
010520         SET OPR-MISSING(WS-OPR-INDEX) TO TRUE
010530         MOVE WS-OPR-INDEX TO WS-FOUND-INDEX
010540     END-IF.
010550*
010560     IF WS-ACT-DATE > WS-OPR-LAST-DATE(WS-FOUND-INDEX)
010570         MOVE WS-ACT-DATE TO WS-OPR-LAST-DATE(WS-FOUND-INDEX)
010580     END-IF.
010590     IF WS-ACT-LEVEL = 2
010600         SET OPR-DID-LEVEL-2(WS-FOUND-INDEX) TO TRUE
010610     END-IF.
010620*
010630     IF WS-ACT-DATE < WS-PERIOD-FROM
010640         OR WS-ACT-DATE > WS-PERIOD-TO
010650         GO TO 5000-EXIT
010660     END-IF.
010670*
010680     ADD 1 TO WS-OPR-ACTIONS(WS-FOUND-INDEX, WS-TRAIL-INDEX).
010690     ADD 1 TO WS-OPR-PERIOD-TOTAL(WS-FOUND-INDEX).
010700     IF NOT OPR-ACTIVE(WS-FOUND-INDEX)
010710         PERFORM 5200-ADD-EXCEPTION THRU 5200-EXIT
010720     END-IF.
010730*
010740 5000-EXIT.
010750     EXIT.
010760*
010770*===============================================================
010780*    5100-FIND-OPERATOR
010790*===============================================================
010800 5100-FIND-OPERATOR.
010810*
010820     SET OPERATOR-NOT-FOUND TO TRUE.
010830     MOVE ZERO TO WS-FOUND-INDEX.
010840     PERFORM 5110-COMPARE-ONE THRU 5110-EXIT
010850         VARYING WS-OPR-INDEX FROM 1 BY 1
010860         UNTIL WS-OPR-INDEX > WS-OPR-COUNT
010870            OR OPERATOR-FOUND.
010880*
010890 5100-EXIT.
010900     EXIT.
010910*
010920*===============================================================
010930*    5110-COMPARE-ONE
010940*===============================================================
010950 5110-COMPARE-ONE.
010960*
010970     IF WS-OPR-ID(WS-OPR-INDEX) = WS-ACT-ID
010980         SET OPERATOR-FOUND TO TRUE
010990         MOVE WS-OPR-INDEX TO WS-FOUND-INDEX
011000     END-IF.
011010*
011020 5110-EXIT.
011030     EXIT.
011040*
011050*===============================================================
011060*    5200-ADD-EXCEPTION
011070*===============================================================
011080 5200-ADD-EXCEPTION.
011090*
011100     IF WS-EXC-COUNT NOT < WS-EXC-MAX
011110         ADD 1 TO WS-EXC-LOST-COUNT
011120         GO TO 5200-EXIT
011130     END-IF.
011140*
011150     ADD 1 TO WS-EXC-COUNT.
011160     MOVE WS-TRAIL-NAME(WS-TRAIL-INDEX)
011170         TO WS-EXC-TRAIL(WS-EXC-COUNT).
011180     MOVE WS-ACT-DATE    TO WS-EXC-DATE(WS-EXC-COUNT).
011190     MOVE WS-ACT-TIME    TO WS-EXC-TIME(WS-EXC-COUNT).
011200     MOVE WS-ACT-ID      TO WS-EXC-ID(WS-EXC-COUNT).
011210     MOVE WS-ACT-DETAIL  TO WS-EXC-DETAIL(WS-EXC-COUNT).
011220     MOVE WS-OPR-REG-FLAG(WS-FOUND-INDEX)
011230         TO WS-EXC-REG-FLAG(WS-EXC-COUNT).
011240*
011250 5200-EXIT.
011260     EXIT.
011270*
011280*===============================================================
011290*    5300-CLEAR-ENTRY
011300*===============================================================
011310 5300-CLEAR-ENTRY.
011320*
011330     MOVE SPACES TO WS-OPR-ID(WS-OPR-INDEX).
011340     MOVE ZERO   TO WS-OPR-PERIOD-TOTAL(WS-OPR-INDEX).
011350     MOVE ZERO   TO WS-OPR-LAST-DATE(WS-OPR-INDEX).
011360     SET OPR-NO-LEVEL-2(WS-OPR-INDEX) TO TRUE.
011370     PERFORM 5310-CLEAR-COUNT THRU 5310-EXIT
011380         VARYING WS-CLEAR-INDEX FROM 1 BY 1
011390         UNTIL WS-CLEAR-INDEX > WS-TRAIL-MAX.
011400*
011410 5300-EXIT.
011420     EXIT.
011430*
011440*===============================================================
011450*    5310-CLEAR-COUNT
011460*===============================================================
011470 5310-CLEAR-COUNT.
011480*
011490     MOVE ZERO TO WS-OPR-ACTIONS(WS-OPR-INDEX, WS-CLEAR-INDEX).
011500*
011510 5310-EXIT.
011520     EXIT.
011530*
011540*===============================================================
011550*    5900-TRAIL-MISSING
011560*===============================================================
011570 5900-TRAIL-MISSING.
011580*
011590*    A TRAIL THAT CANNOT BE READ MAY HIDE ACTIVITY, SO THE
011600*    REPORT SAYS SO AND THE RUN ENDS AT LEAST RETURN-CODE 4.
011610*
011620     DISPLAY 'CXB40141 ' WS-TRAIL-NAME(WS-TRAIL-INDEX)
011630         ' NOT AVAILABLE, STATUS=' WS-TRAIL-STATUS.
011640     SET TRAIL-NOT-READ(WS-TRAIL-INDEX) TO TRUE.
011650     ADD 1 TO WS-TRAIL-MISSING-COUNT.
011660*
011670 5900-EXIT.
011680     EXIT.
011690*
011700*===============================================================
011710*    6000-PRINT-OPERATORS
011720*===============================================================
011730 6000-PRINT-OPERATORS.
011740*
011750     MOVE 'OPERATOR ACTIVITY IN PERIOD' TO WS-SEC-TEXT.
011760     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
011770     MOVE 'A = AUTHORITY (? NOT ON REGISTRY), F = ACTIVE FLAG'
011780         TO WS-TXT-TEXT.
011790     WRITE REPORT-RECORD FROM WS-TEXT-LINE.
011800     WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
011810*
011820     PERFORM 6100-PRINT-ONE THRU 6100-EXIT
011830         VARYING WS-OPR-INDEX FROM 1 BY 1
011840         UNTIL WS-OPR-INDEX > WS-OPR-COUNT.
011850*
011860 6000-EXIT.
011870     EXIT.
011880*
011890*===============================================================
011900*    6100-PRINT-ONE
011910*===============================================================
011920 6100-PRINT-ONE.
011930*
011940     SET LINE-NOT-FLAGGED TO TRUE.
011950     MOVE WS-OPR-ID(WS-OPR-INDEX)        TO WS-DTL-ID.
011960     MOVE WS-OPR-AUTHORITY(WS-OPR-INDEX) TO WS-DTL-AUTHORITY.
011970     IF OPR-MISSING(WS-OPR-INDEX)
011980         MOVE '-' TO WS-DTL-ACTIVE
011990     ELSE
012000         MOVE WS-OPR-REG-FLAG(WS-OPR-INDEX) TO WS-DTL-ACTIVE
012010     END-IF.
012020     MOVE WS-OPR-ACTIONS(WS-OPR-INDEX, 1) TO WS-DTL-SUSP.
012030     MOVE WS-OPR-ACTIONS(WS-OPR-INDEX, 2) TO WS-DTL-PARM.
012040     MOVE WS-OPR-ACTIONS(WS-OPR-INDEX, 3) TO WS-DTL-RATE.
012050     MOVE WS-OPR-ACTIONS(WS-OPR-INDEX, 4) TO WS-DTL-OPER.
012060     MOVE WS-OPR-ACTIONS(WS-OPR-INDEX, 5) TO WS-DTL-EXCP.
012070     MOVE WS-OPR-ACTIONS(WS-OPR-INDEX, 6) TO WS-DTL-PEND.
012080     IF WS-OPR-LAST-DATE(WS-OPR-INDEX) = ZERO
012090         MOVE 'NEVER' TO WS-DTL-LAST
012100     ELSE
012110         MOVE WS-OPR-LAST-DATE(WS-OPR-INDEX) TO WS-DTL-LAST
012120     END-IF.
012130     MOVE SPACES TO WS-DTL-DORMANT.
012140     MOVE SPACES TO WS-DTL-UNUSED.
012150     MOVE SPACES TO WS-DTL-STATUS.
012160*
012170*    DORMANCY AND UNUSED AUTHORITY ONLY MATTER FOR AN ID
012180*    THAT CAN STILL SIGN ON.
012190*
012200     IF OPR-ACTIVE(WS-OPR-INDEX)
012210         PERFORM 6200-FIGURE-IDLE-DAYS THRU 6200-EXIT
012220         IF WS-OPR-LAST-DATE(WS-OPR-INDEX) = ZERO
012230             OR WS-IDLE-DAYS > WS-DORMANT-DAYS
012240             MOVE 'DORMANT' TO WS-DTL-DORMANT
012250             ADD 1 TO WS-DORMANT-COUNT
012260             SET LINE-IS-FLAGGED TO TRUE
012270         END-IF
012280         IF WS-OPR-AUTHORITY(WS-OPR-INDEX) = '2'
012290             AND WS-OPR-LAST-DATE(WS-OPR-INDEX) > ZERO
012300             AND OPR-NO-LEVEL-2(WS-OPR-INDEX)
012310             MOVE 'L2-UNUSED' TO WS-DTL-UNUSED
012320             ADD 1 TO WS-UNUSED-COUNT
012330             SET LINE-IS-FLAGGED TO TRUE
012340         END-IF
012350     END-IF.
012360*
012370     IF WS-OPR-PERIOD-TOTAL(WS-OPR-INDEX) > ZERO
012380         IF OPR-INACTIVE(WS-OPR-INDEX)
012390             MOVE 'INACTIVE' TO WS-DTL-STATUS
012400             ADD 1 TO WS-INACTIVE-COUNT
012410             SET LINE-IS-FLAGGED TO TRUE
012420         END-IF
012430         IF OPR-MISSING(WS-OPR-INDEX)
012440             MOVE 'NOT-REG' TO WS-DTL-STATUS
012450             ADD 1 TO WS-NOT-REG-COUNT
012460             SET LINE-IS-FLAGGED TO TRUE
012470         END-IF
012480     END-IF.
012490*
012500     IF LINE-IS-FLAGGED
012510         ADD 1 TO WS-FLAGGED-COUNT
012520     END-IF.
012530     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
012540*
012550 6100-EXIT.
012560     EXIT.
012570*
012580*===============================================================
012590*    6200-FIGURE-IDLE-DAYS
012600*===============================================================
012610 6200-FIGURE-IDLE-DAYS.
012620*
012630     MOVE ZERO TO WS-IDLE-DAYS.
012640     IF WS-OPR-LAST-DATE(WS-OPR-INDEX) = ZERO
012650         GO TO 6200-EXIT
012660     END-IF.
012670*
012680     MOVE WS-OPR-LAST-DATE(WS-OPR-INDEX) TO WS-LAST-DATE.
012690     COMPUTE WS-LAST-DAYS =
012700         (WS-LAST-CCYY * 365) + (WS-LAST-MM * 30) + WS-LAST-DD.
012710     COMPUTE WS-IDLE-DAYS = WS-RUN-DAYS - WS-LAST-DAYS.
012720     IF WS-IDLE-DAYS < ZERO
012730         MOVE ZERO TO WS-IDLE-DAYS
012740     END-IF.
012750*
012760 6200-EXIT.
012770     EXIT.
012780*
012790*===============================================================
012800*    6500-PRINT-EXCEPTIONS
012810*===============================================================
012820 6500-PRINT-EXCEPTIONS.
012830*
012840     MOVE 'PERIOD ACTIONS UNDER INACTIVE OR UNREGISTERED IDS'
012850         TO WS-SEC-TEXT.
012860     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
012870     IF WS-EXC-COUNT = ZERO
012880         MOVE 'NONE' TO WS-TXT-TEXT
012890         WRITE REPORT-RECORD FROM WS-TEXT-LINE
012900         GO TO 6500-EXIT
012910     END-IF.
012920     WRITE REPORT-RECORD FROM WS-EXC-COLUMN-LINE.
012930*
012940     PERFORM 6510-PRINT-ONE-EXCEPTION THRU 6510-EXIT
012950         VARYING WS-EXC-INDEX FROM 1 BY 1
012960         UNTIL WS-EXC-INDEX > WS-EXC-COUNT.
012970*
012980 6500-EXIT.
012990     EXIT.
013000*
013010*===============================================================
013020*    6510-PRINT-ONE-EXCEPTION
013030*===============================================================
013040 6510-PRINT-ONE-EXCEPTION.
013050*
013060     MOVE WS-EXC-TRAIL(WS-EXC-INDEX)  TO WS-EXL-TRAIL.
013070     MOVE WS-EXC-DATE(WS-EXC-INDEX)   TO WS-EXL-DATE.
013080     MOVE WS-EXC-TIME(WS-EXC-INDEX)   TO WS-EXL-TIME.
013090     MOVE WS-EXC-ID(WS-EXC-INDEX)     TO WS-EXL-ID.
013100     MOVE WS-EXC-DETAIL(WS-EXC-INDEX) TO WS-EXL-DETAIL.
013110     IF WS-EXC-REG-FLAG(WS-EXC-INDEX) = 'M'
013120         MOVE 'NOT ON REGISTRY' TO WS-EXL-STATUS
013130     ELSE
013140         MOVE 'INACTIVE ID' TO WS-EXL-STATUS
013150     END-IF.
013160     WRITE REPORT-RECORD FROM WS-EXC-LINE.
013170*
013180 6510-EXIT.
013190     EXIT.
013200*
013210*===============================================================
013220*    7000-PRINT-TOTALS
013230*===============================================================
013240 7000-PRINT-TOTALS.
013250*
013260     MOVE 'TRAILS READ' TO WS-SEC-TEXT.
013270     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
013280     PERFORM 7100-PRINT-TRAIL THRU 7100-EXIT
013290         VARYING WS-TRAIL-INDEX FROM 1 BY 1
013300         UNTIL WS-TRAIL-INDEX > WS-TRAIL-MAX.
013310*
013320     MOVE 'OPERATOR IDS LISTED:' TO WS-TOT-LABEL.
013330     MOVE WS-OPR-COUNT TO WS-TOT-COUNT.
013340     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
013350     MOVE 'IDS FLAGGED:' TO WS-TOT-LABEL.
013360     MOVE WS-FLAGGED-COUNT TO WS-TOT-COUNT.
013370     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
013380     MOVE '  DORMANT:' TO WS-TOT-LABEL.
013390     MOVE WS-DORMANT-COUNT TO WS-TOT-COUNT.
013400     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
013410     MOVE '  LEVEL 2 UNUSED:' TO WS-TOT-LABEL.
013420     MOVE WS-UNUSED-COUNT TO WS-TOT-COUNT.
013430     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
013440     MOVE '  INACTIVE WITH ACTIONS:' TO WS-TOT-LABEL.
013450     MOVE WS-INACTIVE-COUNT TO WS-TOT-COUNT.
013460     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
013470     MOVE '  NOT ON REGISTRY:' TO WS-TOT-LABEL.
013480     MOVE WS-NOT-REG-COUNT TO WS-TOT-COUNT.
013490     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
013500*
013510     IF WS-OVERFLOW-COUNT > ZERO
013520         MOVE 'IDS NOT REPORTED, TABLE FULL:' TO WS-TOT-LABEL
013530         MOVE WS-OVERFLOW-COUNT TO WS-TOT-COUNT
013540         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
013550     END-IF.
013560     IF WS-EXC-LOST-COUNT > ZERO
013570         MOVE 'ACTIONS NOT LISTED, TABLE FULL:' TO WS-TOT-LABEL
013580         MOVE WS-EXC-LOST-COUNT TO WS-TOT-COUNT
013590         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
013600     END-IF.
013610*
013620 7000-EXIT.
013630     EXIT.
013640*
013650*===============================================================
013660*    7100-PRINT-TRAIL
013670*===============================================================
013680 7100-PRINT-TRAIL.
013690*
013700     MOVE WS-TRAIL-NAME(WS-TRAIL-INDEX) TO WS-TRL-NAME.
013710     MOVE WS-TRAIL-READ(WS-TRAIL-INDEX) TO WS-TRL-COUNT.
013720     IF TRAIL-WAS-READ(WS-TRAIL-INDEX)
013730         MOVE 'RECORDS READ:' TO WS-TRL-TEXT
013740     ELSE
013750         MOVE 'NOT AVAILABLE' TO WS-TRL-TEXT
013760     END-IF.
013770     WRITE REPORT-RECORD FROM WS-TRAIL-LINE.
013780*
013790 7100-EXIT.
013800     EXIT.
013810*
013820*===============================================================
013830*    8000-PRINT-SIGN-OFF
013840*===============================================================
013850 8000-PRINT-SIGN-OFF.
013860*
013870     MOVE SPACES TO REPORT-RECORD.
013880     WRITE REPORT-RECORD.
013890     MOVE 'RECERTIFICATION SIGN-OFF' TO WS-SEC-TEXT.
013900     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
013910     MOVE 'I HAVE REVIEWED EVERY OPERATOR ID LISTED ABOVE.  EACH'
013920         TO WS-TXT-TEXT.
013930     WRITE REPORT-RECORD FROM WS-TEXT-LINE.
013940     MOVE 'ID NOT NAMED BELOW STILL NEEDS ITS AUTHORITY LEVEL'
013950         TO WS-TXT-TEXT.
013960     WRITE REPORT-RECORD FROM WS-TEXT-LINE.
013970     MOVE 'AND ACTIVE FLAG AS SHOWN.'
013980         TO WS-TXT-TEXT.
013990     WRITE REPORT-RECORD FROM WS-TEXT-LINE.
014000     MOVE SPACES TO REPORT-RECORD.
014010     WRITE REPORT-RECORD.
014020     MOVE 'IDS TO REVOKE OR CHANGE: _____________________________'
014030         TO WS-TXT-TEXT.
014040     WRITE REPORT-RECORD FROM WS-TEXT-LINE.
014050     MOVE SPACES TO REPORT-RECORD.
014060     WRITE REPORT-RECORD.
014070     MOVE 'REVIEWING MANAGER:  ______________________________'
014080         TO WS-TXT-TEXT.
014090     WRITE REPORT-RECORD FROM WS-TEXT-LINE.
014100     MOVE SPACES TO REPORT-RECORD.
014110     WRITE REPORT-RECORD.
014120     MOVE 'SIGNATURE:          ______________________________'
014130         TO WS-TXT-TEXT.
014140     WRITE REPORT-RECORD FROM WS-TEXT-LINE.
014150     MOVE SPACES TO REPORT-RECORD.
014160     WRITE REPORT-RECORD.
014170     MOVE 'DATE SIGNED:        ____________'
014180         TO WS-TXT-TEXT.
014190     WRITE REPORT-RECORD FROM WS-TEXT-LINE.
014200*
014210 8000-EXIT.
014220     EXIT.
014230*
014240*===============================================================
014250*    9000-TERMINATE
014260*===============================================================
014270 9000-TERMINATE.
014280*
014290     CLOSE REPORT-FILE.
014300*
014310     IF OPER-REG-WAS-READ
014320         IF WS-OVERFLOW-COUNT > ZERO
014330             MOVE 8 TO RETURN-CODE
014340         ELSE
014350             IF WS-FLAGGED-COUNT > ZERO
014360                 OR WS-TRAIL-MISSING-COUNT > ZERO
014370                 MOVE 4 TO RETURN-CODE
014380             END-IF
014390         END-IF
014400     END-IF.
014410*
014420     DISPLAY 'CXB40141 PERIOD:             ' WS-PERIOD-FROM
014430         ' TO ' WS-PERIOD-TO.
014440     DISPLAY 'CXB40141 OPERATOR IDS:       ' WS-OPR-COUNT.
014450     DISPLAY 'CXB40141 IDS FLAGGED:        ' WS-FLAGGED-COUNT.
014460     DISPLAY 'CXB40141 TRAILS NOT READ:    '
014470         WS-TRAIL-MISSING-COUNT.
014480*
014490 9000-EXIT.
014500     EXIT.
