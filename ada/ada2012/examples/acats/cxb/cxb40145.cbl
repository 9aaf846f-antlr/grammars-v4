000100* CXB40145.CBL
000110*
000120*     PROGRAM:  CXB40145   ("Test_Extract")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Masked test-region extract of one production business
000160*          date.  When a night has to be restaged in test, the
000170*          production files cannot be handed over as they are -
000180*          the strings carry customer data - and masking them by
000190*          hand breaks the CXBCTL trailer hash, so every program
000200*          then fails its envelope check.  This utility copies
000210*          the night's
000220*
000230*              TRANSIN   to TSTTRNIN      DBLIN    to TSTDBLIN
000240*              TRANSOUT  to TSTTRNOT      DBLOUT   to TSTDBLOT
000250*              SUSPENSE  to TSTSUSP       PDIN     to TSTPDIN
000260*                                         PDOUT    to TSTPDOUT
000270*
000280*          masking the character data on the way:
000290*
000300*              TRANSIN   the IN-STRING of every data record
000310*              TRANSOUT  the OUT-STRING of every data record
000320*              SUSPENSE  the IN-STRING of every record rejected
000330*                        on the business date (the others are
000340*                        not that night's and are left out)
000350*
000360*          Branch ids, trace keys, dates, and the binary and
000370*          packed amounts on DBLIN, DBLOUT, PDIN and PDOUT are
000380*          not customer data and are copied as they stand, so
000390*          the numeric programs and their own suspense checks
000400*          see exactly what production saw.
000410*
000420*          The mask is a substitution within the printable
000430*          bytes of the CXBHASH collate table: each printable
000440*          byte other than a space is moved a fixed distance
000450*          along the table, the distance depending only on the
000460*          byte's position in the string and the MASK-KEY site
000470*          parameter.  The same string therefore always masks
000480*          the same way, so a TRANSIN string, its TRANSOUT copy
000490*          and its SUSPENSE image still agree with each other;
000500*          a printable byte stays printable and never masks to
000510*          a space, so lengths and truncation are unchanged;
000520*          and a non-printable byte is left exactly as it is,
000530*          so a record production suspended is suspended in
000540*          test for the same reason.  MASK-KEY is a level-2
000550*          parameter and is never printed; without it nothing
000560*          is extracted.
000570*
000580*          Every enveloped file keeps its header, and its
000590*          trailer is restamped with the hash recomputed over
000600*          the masked keys.  A production file that was itself
000610*          out of balance stays out of balance by the same
000620*          amount in test, so the fault being chased is
000630*          restaged with it, and the manifest says so.
000640*
000650*          Each enveloped file must carry the requested date on
000660*          its header.  When the live TRANSOUT or DBLOUT has
000670*          already been overwritten by a later night, the
000680*          generation CXB40113 kept for the date (the latest
000690*          one, from GENCTL) is extracted instead.  A file that
000700*          is missing, or not for the date, is not extracted
000710*          and its test file is left empty, so a stale extract
000720*          cannot be restaged by mistake.
000730*
000740*          The manifest lists, per file, where it was taken
000750*          from, the records written, and the hash on the test
000760*          trailer (for SUSPENSE the hash of the masked strings,
000770*          for PDIN and PDOUT the amount total).
000780*
000790*          RETURN-CODE 0 every file extracted and in balance;
000800*          4 a file skipped, or carried out of balance; 8
000810*          nothing extracted (invalid date, no MASK-KEY, or a
000820*          test file that cannot be written).
000830*
000840*     INPUTS:
000850*          TSTXCTL    - optional control record naming the
000860*                       business date (CCYYMMDD); without one
000870*                       the current business date is extracted.
000880*          SITEPARM   - keyed site parameter file (MASK-KEY).
000890*          GENCTL     - generation control file from CXB40113.
000900*          TRANSIN, TRANSOUT, DBLIN, DBLOUT - enveloped files.
000910*          TRANSG1-TRANSG5 / DBLG1-DBLG5 - generation copies.
000920*          SUSPENSE   - string suspense file (CXBSUSP layout).
000930*          PDIN, PDOUT - per-diem amount files.
000940*
000950*     OUTPUTS:
000960*          TSTTRNIN, TSTTRNOT, TSTDBLIN, TSTDBLOT, TSTSUSP,
000970*          TSTPDIN, TSTPDOUT - the masked test-named copies.
000980*          TSTXRPT    - extract manifest.
000990*
001000*     CHANGE HISTORY:
001010*       15 OCT 2026   DPO   Initial release.
001020*
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID. CXB40145.
001050 AUTHOR. DATA-PROCESSING-OPERATIONS.
001060 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
001070 DATE-WRITTEN. 15 OCT 2026.
001080 DATE-COMPILED.
001090*
001100 ENVIRONMENT DIVISION.
001110 INPUT-OUTPUT SECTION.
001120 FILE-CONTROL.
001130     SELECT CONTROL-FILE ASSIGN TO "TSTXCTL"
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-CTL-STATUS.
001160     SELECT SITE-PARM-FILE ASSIGN TO "SITEPARM"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS RANDOM
001190         RECORD KEY IS SP-PARM-KEY
001200         FILE STATUS IS WS-PARM-STATUS.
001210     SELECT GEN-CONTROL-FILE ASSIGN TO "GENCTL"
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-GEN-STATUS.
001240     SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
001250         ORGANIZATION IS SEQUENTIAL
001260         FILE STATUS IS WS-SRC-STATUS.
001270     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WS-SRC-STATUS.
001300     SELECT DBL-IN-FILE ASSIGN TO "DBLIN"
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS WS-SRC-STATUS.
001330     SELECT DBL-OUT-FILE ASSIGN TO "DBLOUT"
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS WS-SRC-STATUS.
001360     SELECT TRANSG1-FILE ASSIGN TO "TRANSG1"
001370         ORGANIZATION IS SEQUENTIAL
001380         FILE STATUS IS WS-SRC-STATUS.
001390     SELECT TRANSG2-FILE ASSIGN TO "TRANSG2"
001400         ORGANIZATION IS SEQUENTIAL
001410         FILE STATUS IS WS-SRC-STATUS.
001420     SELECT TRANSG3-FILE ASSIGN TO "TRANSG3"
001430         ORGANIZATION IS SEQUENTIAL
001440         FILE STATUS IS WS-SRC-STATUS.
001450     SELECT TRANSG4-FILE ASSIGN TO "TRANSG4"
001460         ORGANIZATION IS SEQUENTIAL
001470         FILE STATUS IS WS-SRC-STATUS.
001480     SELECT TRANSG5-FILE ASSIGN TO "TRANSG5"
001490         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS WS-SRC-STATUS.
001510     SELECT DBLG1-FILE ASSIGN TO "DBLG1"
001520         ORGANIZATION IS SEQUENTIAL
001530         FILE STATUS IS WS-SRC-STATUS.
001540     SELECT DBLG2-FILE ASSIGN TO "DBLG2"
001550         ORGANIZATION IS SEQUENTIAL
001560         FILE STATUS IS WS-SRC-STATUS.
001570     SELECT DBLG3-FILE ASSIGN TO "DBLG3"
001580         ORGANIZATION IS SEQUENTIAL
001590         FILE STATUS IS WS-SRC-STATUS.
001600     SELECT DBLG4-FILE ASSIGN TO "DBLG4"
001610         ORGANIZATION IS SEQUENTIAL
001620         FILE STATUS IS WS-SRC-STATUS.
001630     SELECT DBLG5-FILE ASSIGN TO "DBLG5"
001640         ORGANIZATION IS SEQUENTIAL
001650         FILE STATUS IS WS-SRC-STATUS.
001660     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
001670         ORGANIZATION IS SEQUENTIAL
001680         FILE STATUS IS WS-SRC-STATUS.
001690     SELECT PD-IN-FILE ASSIGN TO "PDIN"
001700         ORGANIZATION IS SEQUENTIAL
001710         FILE STATUS IS WS-SRC-STATUS.
001720     SELECT PD-OUT-FILE ASSIGN TO "PDOUT"
001730         ORGANIZATION IS SEQUENTIAL
001740         FILE STATUS IS WS-SRC-STATUS.
001750     SELECT TEST-TRANS-IN-FILE ASSIGN TO "TSTTRNIN"
001760         ORGANIZATION IS SEQUENTIAL
001770         FILE STATUS IS WS-TST-STATUS.
001780     SELECT TEST-TRANS-OUT-FILE ASSIGN TO "TSTTRNOT"
001790         ORGANIZATION IS SEQUENTIAL
001800         FILE STATUS IS WS-TST-STATUS.
001810     SELECT TEST-DBL-IN-FILE ASSIGN TO "TSTDBLIN"
001820         ORGANIZATION IS SEQUENTIAL
001830         FILE STATUS IS WS-TST-STATUS.
001840     SELECT TEST-DBL-OUT-FILE ASSIGN TO "TSTDBLOT"
001850         ORGANIZATION IS SEQUENTIAL
001860         FILE STATUS IS WS-TST-STATUS.
001870     SELECT TEST-SUSPENSE-FILE ASSIGN TO "TSTSUSP"
001880         ORGANIZATION IS SEQUENTIAL
001890         FILE STATUS IS WS-TST-STATUS.
001900     SELECT TEST-PD-IN-FILE ASSIGN TO "TSTPDIN"
001910         ORGANIZATION IS SEQUENTIAL
001920         FILE STATUS IS WS-TST-STATUS.
001930     SELECT TEST-PD-OUT-FILE ASSIGN TO "TSTPDOUT"
001940         ORGANIZATION IS SEQUENTIAL
001950         FILE STATUS IS WS-TST-STATUS.
001960     SELECT REPORT-FILE ASSIGN TO "TSTXRPT"
001970         ORGANIZATION IS SEQUENTIAL.
001980*
001990 DATA DIVISION.
002000 FILE SECTION.
002010 FD  CONTROL-FILE
002020     RECORDING MODE IS F.
002030 01  CONTROL-RECORD.
002040     05  CT-BUSINESS-DATE      PIC 9(08).
002050*
002060 FD  SITE-PARM-FILE
002070     RECORDING MODE IS F.
002080 01  SITE-PARM-RECORD.
002090     COPY CXBPARM
002100         REPLACING LEADING ==CXB== BY ==SP==.
002110*
002120 FD  GEN-CONTROL-FILE
002130     RECORDING MODE IS F.
002140 01  GEN-CONTROL-RECORD.
002150     05  GC-FILE-ID            PIC X(08).
002160     05  GC-SLOT               PIC 9(01).
002170     05  GC-GEN-DATE           PIC 9(08).
002180     05  GC-GEN-TIME           PIC 9(08).
002190     05  GC-RECORD-COUNT       PIC 9(09).
002200     05  GC-GEN-CYCLE          PIC 9(02).
002210*
002220*    THE ENVELOPED FILES, LIVE, GENERATION AND TEST, ALL CARRY
002230*    THE SAME 28-BYTE RECORD; EACH IS READ INTO AND WRITTEN
002240*    FROM WS-ENV-RECORD.
002250*
002260 FD  TRANS-IN-FILE
002270     RECORDING MODE IS F.
002280 01  TRANS-IN-RECORD           PIC X(28).
002290 FD  TRANS-OUT-FILE
002300     RECORDING MODE IS F.
002310 01  TRANS-OUT-RECORD          PIC X(28).
002320 FD  DBL-IN-FILE
002330     RECORDING MODE IS F.
002340 01  DBL-IN-RECORD             PIC X(28).
002350 FD  DBL-OUT-FILE
002360     RECORDING MODE IS F.
002370 01  DBL-OUT-RECORD            PIC X(28).
002380 FD  TRANSG1-FILE
002390     RECORDING MODE IS F.
002400 01  TRANSG1-RECORD            PIC X(28).
002410 FD  TRANSG2-FILE
002420     RECORDING MODE IS F.
002430 01  TRANSG2-RECORD            PIC X(28).
002440 FD  TRANSG3-FILE
002450     RECORDING MODE IS F.
002460 01  TRANSG3-RECORD            PIC X(28).
002470 FD  TRANSG4-FILE
002480     RECORDING MODE IS F.
002490 01  TRANSG4-RECORD            PIC X(28).
002500 FD  TRANSG5-FILE
002510     RECORDING MODE IS F.
002520 01  TRANSG5-RECORD            PIC X(28).
002530 FD  DBLG1-FILE
002540     RECORDING MODE IS F.
002550 01  DBLG1-RECORD              PIC X(28).
002560 FD  DBLG2-FILE
002570     RECORDING MODE IS F.
002580 01  DBLG2-RECORD              PIC X(28).
002590 FD  DBLG3-FILE
002600     RECORDING MODE IS F.
002610 01  DBLG3-RECORD              PIC X(28).
002620 FD  DBLG4-FILE
002630     RECORDING MODE IS F.
002640 01  DBLG4-RECORD              PIC X(28).
002650 FD  DBLG5-FILE
002660     RECORDING MODE IS F.
002670 01  DBLG5-RECORD              PIC X(28).
002680 FD  TEST-TRANS-IN-FILE
002690     RECORDING MODE IS F.
002700 01  TEST-TRANS-IN-RECORD      PIC X(28).
002710 FD  TEST-TRANS-OUT-FILE
002720     RECORDING MODE IS F.
002730 01  TEST-TRANS-OUT-RECORD     PIC X(28).
002740 FD  TEST-DBL-IN-FILE
002750     RECORDING MODE IS F.
002760 01  TEST-DBL-IN-RECORD        PIC X(28).
002770 FD  TEST-DBL-OUT-FILE
002780     RECORDING MODE IS F.
002790 01  TEST-DBL-OUT-RECORD       PIC X(28).
002800*
002810 FD  SUSPENSE-FILE
002820     RECORDING MODE IS F.
002830 01  SUSPENSE-RECORD.
002840     COPY CXBSUSP
002850         REPLACING LEADING ==CXB-SU== BY ==SU==.
002860*
002870 FD  TEST-SUSPENSE-FILE
002880     RECORDING MODE IS F.
002890 01  TEST-SUSPENSE-RECORD      PIC X(118).
002900*
002910 FD  PD-IN-FILE
002920     RECORDING MODE IS F.
002930 01  PD-IN-RECORD.
002940     05  PI-IN-AMOUNT          PIC S9(7)V99 USAGE IS COMP-3.
002950     05  PI-LOCATION           PIC X(04).
002960*
002970 FD  TEST-PD-IN-FILE
002980     RECORDING MODE IS F.
002990 01  TEST-PD-IN-RECORD         PIC X(09).
003000*
003010 FD  PD-OUT-FILE
003020     RECORDING MODE IS F.
003030 01  PD-OUT-RECORD.
003040     05  PO-OUT-AMOUNT         PIC S9(7)V99 USAGE IS COMP-3.
003050     05  PO-OUT-DOUBLE-AMOUNT  PIC S9(7)V99 USAGE IS COMP-3.
003060     05  PO-OUT-OVERFLOW       PIC X(01).
003070     05  PO-LOCATION           PIC X(04).
003080*
003090 FD  TEST-PD-OUT-FILE
003100     RECORDING MODE IS F.
003110 01  TEST-PD-OUT-RECORD        PIC X(15).
003120*
003130 FD  REPORT-FILE
003140     RECORDING MODE IS F.
003150 01  REPORT-RECORD             PIC X(80).
003160*
003170 WORKING-STORAGE SECTION.
003180*
003190*    STANDALONE COUNTERS AND SWITCHES
003200*
003210 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40145'.
003220*
003230 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
003240 77  WS-EXTRACT-DATE           PIC 9(08)  VALUE ZERO.
003250 01  WS-DATE-CHECK.
003260     05  WS-CHECK-CCYY         PIC 9(04).
003270     05  WS-CHECK-MM           PIC 9(02).
003280     05  WS-CHECK-DD           PIC 9(02).
003290*
003300 77  WS-CTL-STATUS             PIC X(02)  VALUE SPACES.
003310     88  WS-CTL-FILE-OK                      VALUE '00'.
003320 77  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
003330     88  WS-PARM-FILE-OK                     VALUE '00'.
003340 77  WS-GEN-STATUS             PIC X(02)  VALUE SPACES.
003350     88  WS-GEN-FILE-OK                      VALUE '00'.
003360 77  WS-SRC-STATUS             PIC X(02)  VALUE SPACES.
003370     88  WS-SRC-FILE-OK                      VALUE '00'.
003380 77  WS-TST-STATUS             PIC X(02)  VALUE SPACES.
003390     88  WS-TST-FILE-OK                      VALUE '00'.
003400*
003410 77  WS-GEN-EOF-SWITCH         PIC X(01)  VALUE 'N'.
003420     88  END-OF-GENCTL                       VALUE 'Y'.
003430     88  NOT-END-OF-GENCTL                   VALUE 'N'.
003440 77  WS-SRC-EOF-SWITCH         PIC X(01)  VALUE 'N'.
003450     88  END-OF-SOURCE                       VALUE 'Y'.
003460     88  NOT-END-OF-SOURCE                   VALUE 'N'.
003470*
003480*    SET WHEN THE EXTRACT CANNOT BE TAKEN AT ALL - AN INVALID
003490*    TSTXCTL DATE OR NO MASKING KEY - WITH THE REASON PRINTED.
003500*
003510 77  WS-REFUSE-SWITCH          PIC X(01)  VALUE 'N'.
003520     88  EXTRACT-REFUSED                     VALUE 'Y'.
003530     88  EXTRACT-ALLOWED                     VALUE 'N'.
003540 77  WS-REFUSE-TEXT            PIC X(60)  VALUE SPACES.
003550*
003560*    WS-LEG-SELECT NAMES THE ENVELOPED FILE BEING EXTRACTED;
003570*    WS-SRC-SLOT IS ZERO FOR THE LIVE FILE OR THE GENERATION
003580*    SLOT IT IS TAKEN FROM, AND WS-SRC-SELECT COMBINES THE TWO
003590*    (LEG TIMES TEN PLUS SLOT) TO NAME THE FILE ACTUALLY READ.
003600*
003610 77  WS-LEG-SELECT             PIC 9(01)  VALUE ZERO.
003620     88  LEG-TRANSIN                         VALUE 1.
003630     88  LEG-TRANSOUT                        VALUE 2.
003640     88  LEG-DBLIN                           VALUE 3.
003650     88  LEG-DBLOUT                          VALUE 4.
003660 77  WS-SRC-SLOT               PIC 9(01)  VALUE ZERO.
003670 77  WS-SRC-SELECT             PIC 9(02)  VALUE ZERO.
003680*
003690 01  WS-LEG-NAME-VALUES.
003700     05  FILLER                PIC X(24)
003710         VALUE 'TRANSIN TSTTRNIN        '.
003720     05  FILLER                PIC X(24)
003730         VALUE 'TRANSOUTTSTTRNOTTRANSG  '.
003740     05  FILLER                PIC X(24)
003750         VALUE 'DBLIN   TSTDBLIN        '.
003760     05  FILLER                PIC X(24)
003770         VALUE 'DBLOUT  TSTDBLOTDBLG    '.
003780 01  WS-LEG-NAME-TABLE REDEFINES WS-LEG-NAME-VALUES.
003790     05  WS-LEG-NAMES          OCCURS 4 TIMES.
003800         10  WS-LEG-LIVE-NAME  PIC X(08).
003810         10  WS-LEG-TEST-NAME  PIC X(08).
003820         10  WS-LEG-GEN-PREFIX PIC X(08).
003830*
003840*    THE LATEST GENERATION CXB40113 KEPT FOR THE EXTRACT DATE,
003850*    BY LEG (ONLY TRANSOUT AND DBLOUT ARE KEPT); A ZERO SLOT
003860*    MEANS NONE ON GENCTL.
003870*
003880 77  WS-GEN-LEG                PIC 9(01)  VALUE ZERO.
003890 01  WS-GEN-TABLE.
003900     05  WS-GEN-ENTRY          OCCURS 4 TIMES.
003910         10  WS-GEN-SLOT       PIC 9(01).
003920         10  WS-GEN-CYCLE      PIC 9(02).
003930         10  WS-GEN-TIME       PIC 9(08).
003940*
003950*    THE RESULT FOR THE FILE IN HAND, AS THE MANIFEST LINE
003960*    REPORTS IT.
003970*
003980 77  WS-LEG-RESULT             PIC X(01)  VALUE SPACE.
003990     88  LEG-EXTRACTED                       VALUE 'E'.
004000     88  LEG-CARRIED                         VALUE 'C'.
004010     88  LEG-NOT-AVAILABLE                   VALUE 'A'.
004020     88  LEG-NO-HEADER                       VALUE 'H'.
004030     88  LEG-WRONG-DATE                      VALUE 'D'.
004040     88  LEG-TEST-FAILED                     VALUE 'W'.
004050     88  LEG-SKIPPED                         VALUE 'A' 'H' 'D'.
004060 77  WS-CARRIED-TEXT           PIC X(27)  VALUE SPACES.
004070*
004080*    ENVELOPE FIGURES FOR THE FILE IN HAND: DATA RECORDS, THE
004090*    KEY HASH BEFORE AND AFTER MASKING, AND WHAT THE SOURCE
004100*    TRAILER CLAIMED.
004110*
004120 77  WS-DATA-COUNT             PIC 9(09)  COMP VALUE ZERO.
004130 77  WS-SRC-HASH               PIC S9(18) COMP VALUE ZERO.
004140 77  WS-TST-HASH               PIC S9(18) COMP VALUE ZERO.
004150 77  WS-TRL-COUNT              PIC 9(09)  COMP VALUE ZERO.
004160 77  WS-TRL-HASH               PIC S9(18) COMP VALUE ZERO.
004170 77  WS-TRAILER-SWITCH         PIC X(01)  VALUE 'N'.
004180     88  SOURCE-TRAILER-FOUND                VALUE 'Y'.
004190     88  SOURCE-TRAILER-MISSING              VALUE 'N'.
004200 77  WS-AMOUNT-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
004210*
004220 01  WS-ENV-RECORD.
004230     COPY CXBCTL
004240         REPLACING LEADING ==CXB-CTL== BY ==EV==.
004250     05  EV-TRANSIN-VIEW REDEFINES EV-BODY.
004260         10  EV-TI-BRANCH-ID   PIC X(03).
004270         10  EV-TI-IN-STRING   PIC X(08).
004280         10  FILLER            PIC X(16).
004290     05  EV-TRANSOUT-VIEW REDEFINES EV-BODY.
004300         10  EV-TO-OUT-STRING  PIC X(08).
004310         10  FILLER            PIC X(19).
004320     05  EV-DBLIN-VIEW REDEFINES EV-BODY.
004330         10  EV-DI-IN-INTEGER  PIC S9(9)  USAGE IS BINARY.
004340         10  FILLER            PIC X(23).
004350     05  EV-DBLOUT-VIEW REDEFINES EV-BODY.
004360         10  EV-DO-OUT-INTEGER PIC S9(9)  USAGE IS BINARY.
004370         10  FILLER            PIC X(23).
004380*
004390*    MASKING: THE MASK-KEY SITE PARAMETER AND THE DISTANCE EACH
004400*    STRING POSITION IS MOVED ALONG THE COLLATE TABLE, WORKED
004410*    OUT ONCE FROM THE KEY.  THE DISTANCE IS 1 TO 93, SO A
004420*    PRINTABLE BYTE NEVER MASKS TO ITSELF OR TO A SPACE.
004430*
004440 77  WS-MASK-KEY               PIC 9(09)  VALUE ZERO.
004450 77  WS-MASK-KEY-HIGH          PIC 9(09)  VALUE ZERO.
004460 77  WS-MASK-STRING            PIC X(80)  VALUE SPACES.
004470 77  WS-MASK-LENGTH            PIC 9(03)  COMP VALUE ZERO.
004480 77  WS-MASK-INDEX             PIC 9(03)  COMP VALUE ZERO.
004490 77  WS-MASK-BYTE              PIC X(01)  VALUE SPACE.
004500 77  WS-MASK-TALLY             PIC 9(03)  COMP VALUE ZERO.
004510 77  WS-MASK-WORK              PIC S9(18) COMP VALUE ZERO.
004520 77  WS-MASK-QUOTIENT          PIC S9(18) COMP VALUE ZERO.
004530 77  WS-MASK-REMAINDER         PIC 9(03)  COMP VALUE ZERO.
004540 01  WS-MASK-SHIFT-TABLE.
004550     05  WS-MASK-SHIFT         PIC 9(03)  COMP OCCURS 80 TIMES.
004560 77  WS-KEY-STRING             PIC X(08)  VALUE SPACES.
004570*
004580*    CONTROL-ENVELOPE HASH WORK FIELDS, AS IN THE WRITERS
004590*
004600 77  WS-HASH-BYTE              PIC X(01)  VALUE SPACE.
004610 77  WS-HASH-STRING            PIC X(80)  VALUE SPACES.
004620 77  WS-HASH-LENGTH            PIC 9(03)  COMP VALUE ZERO.
004630 77  WS-HASH-VALUE             PIC S9(18) COMP VALUE ZERO.
004640 77  WS-HASH-INDEX             PIC 9(03)  COMP VALUE ZERO.
004650 77  WS-HASH-TALLY             PIC 9(03)  COMP VALUE ZERO.
004660 01  WS-HASH-COLLATE.
004670     COPY CXBHASH.
004680*
004690*    RUN TOTALS
004700*
004710 77  WS-EXTRACTED-COUNT        PIC 9(03)  COMP VALUE ZERO.
004720 77  WS-SKIPPED-COUNT          PIC 9(03)  COMP VALUE ZERO.
004730 77  WS-CARRIED-COUNT          PIC 9(03)  COMP VALUE ZERO.
004740 77  WS-FAILED-COUNT           PIC 9(03)  COMP VALUE ZERO.
004750*
004760*    REPORT LINE LAYOUTS
004770*
004780 01  WS-HEADING-LINE.
004790     05  FILLER                PIC X(40)
004800         VALUE "CXB40145 TEST-REGION EXTRACT MANIFEST   ".
004810     05  FILLER                PIC X(14) VALUE "BUSINESS DATE=".
004820     05  WS-HDG-DATE           PIC 9(08).
004830*
004840 01  WS-COLUMN-LINE.
004850     05  FILLER                PIC X(20)
004860         VALUE "TEST FILE TAKEN FROM".
004870     05  FILLER                PIC X(13) VALUE "      RECORDS".
004880     05  FILLER                PIC X(20)
004890         VALUE "  HASH/AMOUNT TOTAL ".
004900     05  FILLER                PIC X(07) VALUE " STATUS".
004910*
004920 01  WS-MANIFEST-LINE.
004930     05  WS-MAN-FILE           PIC X(08).
004940     05  FILLER                PIC X(02) VALUE SPACES.
004950     05  WS-MAN-FROM           PIC X(08).
004960     05  FILLER                PIC X(02) VALUE SPACES.
004970     05  WS-MAN-RECORDS        PIC ZZZ,ZZZ,ZZ9.
004980     05  FILLER                PIC X(02) VALUE SPACES.
004990     05  WS-MAN-HASH           PIC -(17)9.
005000     05  WS-MAN-AMOUNT REDEFINES WS-MAN-HASH
005010                               PIC -(14)9.99.
005020     05  FILLER                PIC X(02) VALUE SPACES.
005030     05  WS-MAN-STATUS         PIC X(27).
005040*
005050 01  WS-MESSAGE-LINE.
005060     05  WS-MSG-TEXT           PIC X(60).
005070     05  FILLER                PIC X(20) VALUE SPACES.
005080*
005090 01  WS-TOTAL-LINE.
005100     05  FILLER                PIC X(17)
005110         VALUE "FILES EXTRACTED: ".
005120     05  WS-TOT-EXTRACTED      PIC ZZ9.
005130     05  FILLER                PIC X(11) VALUE "  SKIPPED: ".
005140     05  WS-TOT-SKIPPED        PIC ZZ9.
005150     05  FILLER                PIC X(18)
005160         VALUE "  OUT OF BALANCE: ".
005170     05  WS-TOT-CARRIED        PIC ZZ9.
005180*
005190*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
005200*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
005210*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
005220*
005230 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
005240 PROCEDURE DIVISION.
005250*
005260*===============================================================
005270*    0000-MAINLINE
005280*===============================================================
005290 0000-MAINLINE.
005300*
005310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005320*
005330     IF EXTRACT-ALLOWED
005340         PERFORM 1500-FIND-GENERATIONS THRU 1500-EXIT
005350         SET LEG-TRANSIN TO TRUE
005360         PERFORM 2000-EXTRACT-ENVELOPED THRU 2000-EXIT
005370         SET LEG-TRANSOUT TO TRUE
005380         PERFORM 2000-EXTRACT-ENVELOPED THRU 2000-EXIT
005390         SET LEG-DBLIN TO TRUE
005400         PERFORM 2000-EXTRACT-ENVELOPED THRU 2000-EXIT
005410         SET LEG-DBLOUT TO TRUE
005420         PERFORM 2000-EXTRACT-ENVELOPED THRU 2000-EXIT
005430         PERFORM 3000-EXTRACT-SUSPENSE THRU 3000-EXIT
005440         PERFORM 4000-EXTRACT-PD-IN THRU 4000-EXIT
005450         PERFORM 4500-EXTRACT-PD-OUT THRU 4500-EXIT
005460     END-IF.
005470*
005480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005490*
005500     STOP RUN.
005510*
005520*===============================================================
005530*    1000-INITIALIZE
005540*===============================================================
005550 1000-INITIALIZE.
005560*
005570     CALL 'CXB40117' USING WS-RUN-DATE
005580                            WS-BDAT-RESULT.
005590     MOVE WS-RUN-DATE TO WS-EXTRACT-DATE.
005600*
005610     PERFORM 1100-GET-EXTRACT-DATE THRU 1100-EXIT.
005620     IF EXTRACT-ALLOWED
005630         PERFORM 1200-GET-MASK-KEY THRU 1200-EXIT
005640     END-IF.
005650*
005660     OPEN OUTPUT REPORT-FILE.
005670     MOVE WS-EXTRACT-DATE TO WS-HDG-DATE.
005680     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
005690     MOVE SPACES TO REPORT-RECORD.
005700     WRITE REPORT-RECORD.
005710*
005720     IF EXTRACT-REFUSED
005730         MOVE WS-REFUSE-TEXT TO WS-MSG-TEXT
005740         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
005750     ELSE
005760         WRITE REPORT-RECORD FROM WS-COLUMN-LINE
005770     END-IF.
005780*
005790 1000-EXIT.
005800     EXIT.
005810*
005820*===============================================================
005830*    1100-GET-EXTRACT-DATE
005840*===============================================================
005850 1100-GET-EXTRACT-DATE.
005860*
005870*    THE DATE TO EXTRACT COMES FROM THE TSTXCTL CONTROL RECORD;
005880*    WITHOUT ONE, OR WITH A ZERO DATE, IT IS THE CURRENT
005890*    BUSINESS DATE.  A DATE THAT IS NOT A REAL CCYYMMDD, OR IS
005900*    LATER THAN THE CURRENT BUSINESS DATE, REFUSES THE EXTRACT
005910*    RATHER THAN GUESS.
005920*
005930     OPEN INPUT CONTROL-FILE.
005940     IF NOT WS-CTL-FILE-OK
005950         DISPLAY 'CXB40145 TSTXCTL NOT AVAILABLE - '
005960             'CURRENT BUSINESS DATE EXTRACTED'
005970         GO TO 1100-EXIT
005980     END-IF.
005990*
006000     READ CONTROL-FILE
006010         AT END
006020             CLOSE CONTROL-FILE
006030             GO TO 1100-EXIT
006040     END-READ.
006050     CLOSE CONTROL-FILE.
006060*
006070     IF CT-BUSINESS-DATE = ZERO
006080         GO TO 1100-EXIT
006090     END-IF.
006100*
006110     IF CT-BUSINESS-DATE NOT NUMERIC
006120         SET EXTRACT-REFUSED TO TRUE
006130     ELSE
006140         MOVE CT-BUSINESS-DATE TO WS-DATE-CHECK
006150         IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
006160             OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
006170             OR CT-BUSINESS-DATE > WS-RUN-DATE
006180             SET EXTRACT-REFUSED TO TRUE
006190         END-IF
006200     END-IF.
006210*
006220     IF EXTRACT-REFUSED
006230         MOVE 'TSTXCTL BUSINESS DATE INVALID - NOTHING EXTRACTED'
006240             TO WS-REFUSE-TEXT
006250         DISPLAY 'CXB40145 ' WS-REFUSE-TEXT
006260     ELSE
006270         MOVE CT-BUSINESS-DATE TO WS-EXTRACT-DATE
006280     END-IF.
006290*
006300 1100-EXIT.
006310     EXIT.
006320*
006330*===============================================================
006340*    1200-GET-MASK-KEY
006350*===============================================================
006360 1200-GET-MASK-KEY.
006370*
006380*    THE MASKING KEY IS THE LEVEL-2 MASK-KEY SITE PARAMETER
006390*    MAINTAINED THROUGH CXB40110.  THERE IS NO DEFAULT: A MASK
006400*    ANYONE COULD WORK OUT FROM THIS PROGRAM WOULD NOT PROTECT
006410*    THE DATA, SO WITHOUT THE KEY NOTHING IS EXTRACTED.
006420*
006430     OPEN INPUT SITE-PARM-FILE.
006440     IF WS-PARM-FILE-OK
006450         MOVE 'MASK-KEY' TO SP-PARM-NAME
006460         READ SITE-PARM-FILE
006470         IF WS-PARM-FILE-OK AND SP-PARM-VALUE > ZERO
006480             MOVE SP-PARM-VALUE TO WS-MASK-KEY
006490         END-IF
006500         CLOSE SITE-PARM-FILE
006510     END-IF.
006520*
006530     IF WS-MASK-KEY = ZERO
006540         SET EXTRACT-REFUSED TO TRUE
006550         MOVE 'MASK-KEY PARAMETER NOT SET - NOTHING EXTRACTED'
006560             TO WS-REFUSE-TEXT
006570         DISPLAY 'CXB40145 ' WS-REFUSE-TEXT
006580         GO TO 1200-EXIT
006590     END-IF.
006600*
006610     DIVIDE WS-MASK-KEY BY 97 GIVING WS-MASK-KEY-HIGH.
006620     PERFORM 1210-SET-ONE-SHIFT THRU 1210-EXIT
006630         VARYING WS-MASK-INDEX FROM 1 BY 1
006640         UNTIL WS-MASK-INDEX > 80.
006650*
006660 1200-EXIT.
006670     EXIT.
006680*
006690*===============================================================
006700*    1210-SET-ONE-SHIFT
006710*===============================================================
006720 1210-SET-ONE-SHIFT.
006730*
006740     COMPUTE WS-MASK-WORK =
006750         (WS-MASK-KEY * WS-MASK-INDEX)
006760         + (WS-MASK-INDEX * WS-MASK-INDEX * 31)
006770         + WS-MASK-KEY-HIGH.
006780     DIVIDE WS-MASK-WORK BY 93 GIVING WS-MASK-QUOTIENT
006790         REMAINDER WS-MASK-REMAINDER.
006800     COMPUTE WS-MASK-SHIFT(WS-MASK-INDEX) = WS-MASK-REMAINDER + 1.
006810*
006820 1210-EXIT.
006830     EXIT.
006840*
006850*===============================================================
006860*    1500-FIND-GENERATIONS
006870*===============================================================
006880 1500-FIND-GENERATIONS.
006890*
006900*    NOTES THE LATEST TRANSOUT AND DBLOUT GENERATIONS KEPT FOR
006910*    THE EXTRACT DATE (HIGHEST CYCLE, THEN LATEST TIME), TO FALL
006920*    BACK ON WHEN THE LIVE FILE IS ALREADY A LATER NIGHT'S.
006930*
006940     MOVE ZEROS TO WS-GEN-TABLE.
006950     SET NOT-END-OF-GENCTL TO TRUE.
006960     OPEN INPUT GEN-CONTROL-FILE.
006970     IF NOT WS-GEN-FILE-OK
006980         GO TO 1500-EXIT
006990     END-IF.
007000*
007010     PERFORM 1510-CHECK-ONE-GENERATION THRU 1510-EXIT
007020         UNTIL END-OF-GENCTL.
007030     CLOSE GEN-CONTROL-FILE.
007040*
007050 1500-EXIT.
007060     EXIT.
007070*
007080*===============================================================
007090*    1510-CHECK-ONE-GENERATION
007100*===============================================================
007110 1510-CHECK-ONE-GENERATION.
007120*
007130     READ GEN-CONTROL-FILE
007140         AT END
007150             SET END-OF-GENCTL TO TRUE
007160             GO TO 1510-EXIT
007170     END-READ.
007180*
007190     IF GC-GEN-DATE NOT = WS-EXTRACT-DATE
007200         OR GC-SLOT < 1 OR GC-SLOT > 5
007210         GO TO 1510-EXIT
007220     END-IF.
007230*
007240     EVALUATE GC-FILE-ID
007250         WHEN 'TRANSOUT' MOVE 2 TO WS-GEN-LEG
007260         WHEN 'DBLOUT'   MOVE 4 TO WS-GEN-LEG
007270         WHEN OTHER      GO TO 1510-EXIT
007280     END-EVALUATE.
007290*
007300     IF WS-GEN-SLOT(WS-GEN-LEG) = ZERO
007310         OR GC-GEN-CYCLE > WS-GEN-CYCLE(WS-GEN-LEG)
007320         OR (GC-GEN-CYCLE = WS-GEN-CYCLE(WS-GEN-LEG)
007330             AND GC-GEN-TIME > WS-GEN-TIME(WS-GEN-LEG))
007340         MOVE GC-SLOT      TO WS-GEN-SLOT(WS-GEN-LEG)
007350         MOVE GC-GEN-CYCLE TO WS-GEN-CYCLE(WS-GEN-LEG)
007360         MOVE GC-GEN-TIME  TO WS-GEN-TIME(WS-GEN-LEG)
007370     END-IF.
007380*
007390 1510-EXIT.
007400     EXIT.
007410*
007420*===============================================================
007430*    2000-EXTRACT-ENVELOPED
007440*===============================================================
007450 2000-EXTRACT-ENVELOPED.
007460*
007470*    COPIES THE SELECTED ENVELOPED FILE TO ITS TEST NAME:
007480*    HEADER AS IT STANDS, DATA RECORDS MASKED, AND A TRAILER
007490*    RESTAMPED WITH THE MASKED HASH.  THE LIVE FILE IS TRIED
007500*    FIRST; IF IT IS NOT THE EXTRACT DATE'S AND A GENERATION
007510*    WAS KEPT FOR THE DATE, THE GENERATION IS TAKEN INSTEAD.
007520*
007530     MOVE ZERO TO WS-DATA-COUNT.
007540     MOVE ZERO TO WS-SRC-HASH.
007550     MOVE ZERO TO WS-TST-HASH.
007560     MOVE ZERO TO WS-TRL-COUNT.
007570     MOVE ZERO TO WS-TRL-HASH.
007580     SET SOURCE-TRAILER-MISSING TO TRUE.
007590     MOVE ZERO TO WS-SRC-SLOT.
007600     MOVE ZERO TO WS-MAN-HASH.
007610     MOVE WS-LEG-TEST-NAME(WS-LEG-SELECT) TO WS-MAN-FILE.
007620     MOVE WS-LEG-LIVE-NAME(WS-LEG-SELECT) TO WS-MAN-FROM.
007630*
007640     PERFORM 2100-OPEN-SOURCE THRU 2100-EXIT.
007650     IF NOT LEG-EXTRACTED
007660         AND WS-GEN-SLOT(WS-LEG-SELECT) > ZERO
007670         MOVE WS-GEN-SLOT(WS-LEG-SELECT) TO WS-SRC-SLOT
007680         MOVE SPACES TO WS-MAN-FROM
007690         STRING WS-LEG-GEN-PREFIX(WS-LEG-SELECT)
007700                    DELIMITED BY SPACE
007710                WS-SRC-SLOT DELIMITED BY SIZE
007720             INTO WS-MAN-FROM
007730         END-STRING
007740         PERFORM 2100-OPEN-SOURCE THRU 2100-EXIT
007750     END-IF.
007760*
007770*    THE TEST FILE IS OPENED EVEN WHEN NOTHING IS TO BE COPIED,
007780*    SO A SKIPPED FILE IS LEFT EMPTY RATHER THAN HOLDING AN
007790*    EARLIER EXTRACT.
007800*
007810     PERFORM 2300-OPEN-TEST THRU 2300-EXIT.
007820     IF NOT WS-TST-FILE-OK
007830         IF LEG-EXTRACTED
007840             PERFORM 2200-CLOSE-SOURCE THRU 2200-EXIT
007850         END-IF
007860         SET LEG-TEST-FAILED TO TRUE
007870         PERFORM 8000-WRITE-MANIFEST THRU 8000-EXIT
007880         GO TO 2000-EXIT
007890     END-IF.
007900*
007910     IF NOT LEG-EXTRACTED
007920         PERFORM 2350-CLOSE-TEST THRU 2350-EXIT
007930         PERFORM 8000-WRITE-MANIFEST THRU 8000-EXIT
007940         GO TO 2000-EXIT
007950     END-IF.
007960*
007970     PERFORM 2700-WRITE-TEST THRU 2700-EXIT.
007980     PERFORM 2500-COPY-ONE-RECORD THRU 2500-EXIT
007990         UNTIL END-OF-SOURCE.
008000     PERFORM 2200-CLOSE-SOURCE THRU 2200-EXIT.
008010*
008020     PERFORM 2600-WRITE-TRAILER THRU 2600-EXIT.
008030     PERFORM 2350-CLOSE-TEST THRU 2350-EXIT.
008040     PERFORM 8000-WRITE-MANIFEST THRU 8000-EXIT.
008050*
008060 2000-EXIT.
008070     EXIT.
008080*
008090*===============================================================
008100*    2100-OPEN-SOURCE
008110*===============================================================
008120 2100-OPEN-SOURCE.
008130*
008140*    OPENS THE SOURCE FILE AND READS ITS HEADER, WHICH MUST
008150*    CARRY THE EXTRACT DATE.  ON SUCCESS THE FILE IS LEFT OPEN
008160*    WITH THE HEADER IN WS-ENV-RECORD; OTHERWISE IT IS CLOSED
008170*    AND WS-LEG-RESULT SAYS WHY.
008180*
008190     SET NOT-END-OF-SOURCE TO TRUE.
008200     COMPUTE WS-SRC-SELECT = (WS-LEG-SELECT * 10) + WS-SRC-SLOT.
008210*
008220     EVALUATE WS-SRC-SELECT
008230         WHEN 10 OPEN INPUT TRANS-IN-FILE
008240         WHEN 20 OPEN INPUT TRANS-OUT-FILE
008250         WHEN 21 OPEN INPUT TRANSG1-FILE
008260         WHEN 22 OPEN INPUT TRANSG2-FILE
008270         WHEN 23 OPEN INPUT TRANSG3-FILE
008280         WHEN 24 OPEN INPUT TRANSG4-FILE
008290         WHEN 25 OPEN INPUT TRANSG5-FILE
008300         WHEN 30 OPEN INPUT DBL-IN-FILE
008310         WHEN 40 OPEN INPUT DBL-OUT-FILE
008320         WHEN 41 OPEN INPUT DBLG1-FILE
008330         WHEN 42 OPEN INPUT DBLG2-FILE
008340         WHEN 43 OPEN INPUT DBLG3-FILE
008350         WHEN 44 OPEN INPUT DBLG4-FILE
008360         WHEN 45 OPEN INPUT DBLG5-FILE
008370     END-EVALUATE.
008380*
008390     IF NOT WS-SRC-FILE-OK
008400         SET LEG-NOT-AVAILABLE TO TRUE
008410         GO TO 2100-EXIT
008420     END-IF.
008430*
008440     PERFORM 2150-READ-SOURCE THRU 2150-EXIT.
008450     IF END-OF-SOURCE OR NOT EV-HEADER-REC
008460         SET LEG-NO-HEADER TO TRUE
008470         PERFORM 2200-CLOSE-SOURCE THRU 2200-EXIT
008480         GO TO 2100-EXIT
008490     END-IF.
008500*
008510     IF EV-CREATE-DATE NOT = WS-EXTRACT-DATE
008520         SET LEG-WRONG-DATE TO TRUE
008530         PERFORM 2200-CLOSE-SOURCE THRU 2200-EXIT
008540         GO TO 2100-EXIT
008550     END-IF.
008560*
008570     SET LEG-EXTRACTED TO TRUE.
008580*
008590 2100-EXIT.
008600     EXIT.
008610*
008620*===============================================================
008630*    2150-READ-SOURCE
008640*===============================================================
008650 2150-READ-SOURCE.
008660*
008670     EVALUATE WS-SRC-SELECT
008680         WHEN 10
008690             READ TRANS-IN-FILE INTO WS-ENV-RECORD
008700                 AT END SET END-OF-SOURCE TO TRUE
008710             END-READ
008720         WHEN 20
008730             READ TRANS-OUT-FILE INTO WS-ENV-RECORD
008740                 AT END SET END-OF-SOURCE TO TRUE
008750             END-READ
008760         WHEN 21
008770             READ TRANSG1-FILE INTO WS-ENV-RECORD
008780                 AT END SET END-OF-SOURCE TO TRUE
008790             END-READ
008800         WHEN 22
008810             READ TRANSG2-FILE INTO WS-ENV-RECORD
008820                 AT END SET END-OF-SOURCE TO TRUE
008830             END-READ
008840         WHEN 23
008850             READ TRANSG3-FILE INTO WS-ENV-RECORD
008860                 AT END SET END-OF-SOURCE TO TRUE
008870             END-READ
008880         WHEN 24
008890             READ TRANSG4-FILE INTO WS-ENV-RECORD
008900                 AT END SET END-OF-SOURCE TO TRUE
008910             END-READ
008920         WHEN 25
008930             READ TRANSG5-FILE INTO WS-ENV-RECORD
008940                 AT END SET END-OF-SOURCE TO TRUE
008950             END-READ
008960         WHEN 30
008970             READ DBL-IN-FILE INTO WS-ENV-RECORD
008980                 AT END SET END-OF-SOURCE TO TRUE
008990             END-READ
009000         WHEN 40
009010             READ DBL-OUT-FILE INTO WS-ENV-RECORD
009020                 AT END SET END-OF-SOURCE TO TRUE
009030             END-READ
009040         WHEN 41
009050             READ DBLG1-FILE INTO WS-ENV-RECORD
009060                 AT END SET END-OF-SOURCE TO TRUE
009070             END-READ
009080         WHEN 42
009090             READ DBLG2-FILE INTO WS-ENV-RECORD
009100                 AT END SET END-OF-SOURCE TO TRUE
009110             END-READ
009120         WHEN 43
009130             READ DBLG3-FILE INTO WS-ENV-RECORD
009140                 AT END SET END-OF-SOURCE TO TRUE
009150             END-READ
009160         WHEN 44
009170             READ DBLG4-FILE INTO WS-ENV-RECORD
009180                 AT END SET END-OF-SOURCE TO TRUE
009190             END-READ
009200         WHEN 45
009210             READ DBLG5-FILE INTO WS-ENV-RECORD
009220                 AT END SET END-OF-SOURCE TO TRUE
009230             END-READ
009240     END-EVALUATE.
009250*
009260 2150-EXIT.
009270     EXIT.
009280*
009290*===============================================================
009300*    2200-CLOSE-SOURCE
009310*===============================================================
009320 2200-CLOSE-SOURCE.
009330*
009340     EVALUATE WS-SRC-SELECT
009350         WHEN 10 CLOSE TRANS-IN-FILE
009360         WHEN 20 CLOSE TRANS-OUT-FILE
009370         WHEN 21 CLOSE TRANSG1-FILE
009380         WHEN 22 CLOSE TRANSG2-FILE
009390         WHEN 23 CLOSE TRANSG3-FILE
009400         WHEN 24 CLOSE TRANSG4-FILE
009410         WHEN 25 CLOSE TRANSG5-FILE
009420         WHEN 30 CLOSE DBL-IN-FILE
009430         WHEN 40 CLOSE DBL-OUT-FILE
009440         WHEN 41 CLOSE DBLG1-FILE
009450         WHEN 42 CLOSE DBLG2-FILE
009460         WHEN 43 CLOSE DBLG3-FILE
009470         WHEN 44 CLOSE DBLG4-FILE
009480         WHEN 45 CLOSE DBLG5-FILE
009490     END-EVALUATE.
009500*
009510 2200-EXIT.
009520     EXIT.
009530*
009540*===============================================================
009550*    2300-OPEN-TEST
009560*===============================================================
009570 2300-OPEN-TEST.
009580*
009590     EVALUATE TRUE
009600         WHEN LEG-TRANSIN  OPEN OUTPUT TEST-TRANS-IN-FILE
009610         WHEN LEG-TRANSOUT OPEN OUTPUT TEST-TRANS-OUT-FILE
009620         WHEN LEG-DBLIN    OPEN OUTPUT TEST-DBL-IN-FILE
009630         WHEN LEG-DBLOUT   OPEN OUTPUT TEST-DBL-OUT-FILE
009640     END-EVALUATE.
009650*
009660 2300-EXIT.
009670     EXIT.
009680*
009690*===============================================================
009700*    2350-CLOSE-TEST
009710*===============================================================
009720 2350-CLOSE-TEST.
009730*
009740     EVALUATE TRUE
009750         WHEN LEG-TRANSIN  CLOSE TEST-TRANS-IN-FILE
009760         WHEN LEG-TRANSOUT CLOSE TEST-TRANS-OUT-FILE
009770         WHEN LEG-DBLIN    CLOSE TEST-DBL-IN-FILE
009780         WHEN LEG-DBLOUT   CLOSE TEST-DBL-OUT-FILE
009790     END-EVALUATE.
009800*
009810 2350-EXIT.
009820     EXIT.
009830*
009840*===============================================================
009850*    2500-COPY-ONE-RECORD
009860*===============================================================
009870 2500-COPY-ONE-RECORD.
009880*
009890*    DATA RECORDS ARE MASKED AND COPIED; THE SOURCE TRAILER IS
009900*    HELD BACK FOR 2600-WRITE-TRAILER TO RESTAMP; ANYTHING ELSE
009910*    IS COPIED AS IT STANDS.
009920*
009930     PERFORM 2150-READ-SOURCE THRU 2150-EXIT.
009940     IF END-OF-SOURCE
009950         GO TO 2500-EXIT
009960     END-IF.
009970*
009980     EVALUATE TRUE
009990         WHEN EV-DATA-REC
010000             PERFORM 2510-MASK-DATA-RECORD THRU 2510-EXIT
010010         WHEN EV-TRAILER-REC
010020             MOVE EV-RECORD-COUNT TO WS-TRL-COUNT
010030             MOVE EV-HASH-TOTAL   TO WS-TRL-HASH
010040             SET SOURCE-TRAILER-FOUND TO TRUE
010050             GO TO 2500-EXIT
010060         WHEN OTHER
010070             CONTINUE
010080     END-EVALUATE.
010090*
010100     PERFORM 2700-WRITE-TEST THRU 2700-EXIT.
010110*
010120 2500-EXIT.
010130     EXIT.
010140*
010150*===============================================================
010160*    2510-MASK-DATA-RECORD
010170*===============================================================
010180 2510-MASK-DATA-RECORD.
010190*
010200*    THE STRING FILES HASH THEIR EIGHT-BYTE STRING THROUGH THE
010210*    COLLATE TABLE; THE NUMERIC FILES HASH AS THE SUM OF THEIR
010220*    BINARY INTEGER, WHICH IS NOT MASKED, SO THEIR TWO HASHES
010230*    STAY EQUAL.
010240*
010250     ADD 1 TO WS-DATA-COUNT.
010260*
010270     EVALUATE TRUE
010280         WHEN LEG-TRANSIN
010290             MOVE EV-TI-IN-STRING TO WS-KEY-STRING
010300             PERFORM 2520-MASK-KEY-STRING THRU 2520-EXIT
010310             MOVE WS-KEY-STRING TO EV-TI-IN-STRING
010320         WHEN LEG-TRANSOUT
010330             MOVE EV-TO-OUT-STRING TO WS-KEY-STRING
010340             PERFORM 2520-MASK-KEY-STRING THRU 2520-EXIT
010350             MOVE WS-KEY-STRING TO EV-TO-OUT-STRING
010360         WHEN LEG-DBLIN
010370             ADD EV-DI-IN-INTEGER TO WS-SRC-HASH
010380             ADD EV-DI-IN-INTEGER TO WS-TST-HASH
010390         WHEN LEG-DBLOUT
010400             ADD EV-DO-OUT-INTEGER TO WS-SRC-HASH
010410             ADD EV-DO-OUT-INTEGER TO WS-TST-HASH
010420     END-EVALUATE.
010430*
010440 2510-EXIT.
010450     EXIT.
010460*
010470*===============================================================
010480*    2520-MASK-KEY-STRING
010490*===============================================================
010500 2520-MASK-KEY-STRING.
010510*
010520     MOVE WS-KEY-STRING TO WS-HASH-STRING.
010530     MOVE 8 TO WS-HASH-LENGTH.
010540     PERFORM 6500-HASH-STRING THRU 6500-EXIT.
010550     ADD WS-HASH-VALUE TO WS-SRC-HASH.
010560*
010570     MOVE WS-KEY-STRING TO WS-MASK-STRING.
010580     MOVE 8 TO WS-MASK-LENGTH.
010590     PERFORM 6000-MASK-STRING THRU 6000-EXIT.
010600     MOVE WS-MASK-STRING TO WS-KEY-STRING.
010610*
010620     MOVE WS-KEY-STRING TO WS-HASH-STRING.
010630     PERFORM 6500-HASH-STRING THRU 6500-EXIT.
010640     ADD WS-HASH-VALUE TO WS-TST-HASH.
010650*
010660 2520-EXIT.
010670     EXIT.
010680*
010690*===============================================================
010700*    2600-WRITE-TRAILER
010710*===============================================================
010720 2600-WRITE-TRAILER.
010730*
010740*    THE TEST TRAILER CARRIES THE SOURCE TRAILER'S COUNT AND
010750*    ITS HASH MOVED BY EXACTLY WHAT MASKING CHANGED.  A CLEAN
010760*    SOURCE THEREFORE GIVES A CLEAN TEST FILE, AND A SOURCE
010770*    THAT WAS OUT OF BALANCE IS OUT BY THE SAME AMOUNT IN TEST.
010780*    A SOURCE WITH NO TRAILER GETS NONE.
010790*
010800     IF SOURCE-TRAILER-MISSING
010810         SET LEG-CARRIED TO TRUE
010820         MOVE 'EXTRACTED - NO TRAILER' TO WS-CARRIED-TEXT
010830         MOVE WS-TST-HASH TO WS-MAN-HASH
010840         GO TO 2600-EXIT
010850     END-IF.
010860*
010870     IF WS-TRL-COUNT NOT = WS-DATA-COUNT
010880         OR WS-TRL-HASH NOT = WS-SRC-HASH
010890         SET LEG-CARRIED TO TRUE
010900         MOVE 'EXTRACTED - OUT OF BALANCE' TO WS-CARRIED-TEXT
010910     END-IF.
010920*
010930     MOVE SPACES TO WS-ENV-RECORD.
010940     SET EV-TRAILER-REC TO TRUE.
010950     MOVE WS-TRL-COUNT TO EV-RECORD-COUNT.
010960     COMPUTE EV-HASH-TOTAL =
010970         WS-TRL-HASH - WS-SRC-HASH + WS-TST-HASH.
010980     MOVE EV-HASH-TOTAL TO WS-MAN-HASH.
010990     PERFORM 2700-WRITE-TEST THRU 2700-EXIT.
011000*
011010 2600-EXIT.
011020     EXIT.
011030*
011040*===============================================================
011050*    2700-WRITE-TEST
011060*===============================================================
011070 2700-WRITE-TEST.
011080*
011090     EVALUATE TRUE
011100         WHEN LEG-TRANSIN
011110             WRITE TEST-TRANS-IN-RECORD FROM WS-ENV-RECORD
011120         WHEN LEG-TRANSOUT
011130             WRITE TEST-TRANS-OUT-RECORD FROM WS-ENV-RECORD
011140         WHEN LEG-DBLIN
011150             WRITE TEST-DBL-IN-RECORD FROM WS-ENV-RECORD
011160         WHEN LEG-DBLOUT
011170             WRITE TEST-DBL-OUT-RECORD FROM WS-ENV-RECORD
011180     END-EVALUATE.
011190*
011200 2700-EXIT.
011210     EXIT.
011220*
011230*===============================================================
011240*    3000-EXTRACT-SUSPENSE
011250*===============================================================
011260 3000-EXTRACT-SUSPENSE.
011270*
011280*    SUSPENSE IS A STANDING FILE WITH NO ENVELOPE; THE NIGHT'S
011290*    PART OF IT IS THE RECORDS REJECTED ON THE EXTRACT DATE.
011300*    EACH IS COPIED WITH ITS STRING MASKED, AND THE MANIFEST
011310*    HASH IS TAKEN OVER THE MASKED STRINGS.
011320*
011330     MOVE ZERO TO WS-DATA-COUNT.
011340     MOVE ZERO TO WS-TST-HASH.
011350     MOVE ZERO TO WS-MAN-HASH.
011360     MOVE 'TSTSUSP'  TO WS-MAN-FILE.
011370     MOVE 'SUSPENSE' TO WS-MAN-FROM.
011380     SET LEG-EXTRACTED TO TRUE.
011390     SET NOT-END-OF-SOURCE TO TRUE.
011400*
011410     OPEN INPUT SUSPENSE-FILE.
011420     IF NOT WS-SRC-FILE-OK
011430         SET LEG-NOT-AVAILABLE TO TRUE
011440     END-IF.
011450*
011460     OPEN OUTPUT TEST-SUSPENSE-FILE.
011470     IF NOT WS-TST-FILE-OK
011480         IF LEG-EXTRACTED
011490             CLOSE SUSPENSE-FILE
011500         END-IF
011510         SET LEG-TEST-FAILED TO TRUE
011520         PERFORM 8000-WRITE-MANIFEST THRU 8000-EXIT
011530         GO TO 3000-EXIT
011540     END-IF.
011550*
011560     IF LEG-EXTRACTED
011570         PERFORM 3100-COPY-ONE-SUSPENSE THRU 3100-EXIT
011580             UNTIL END-OF-SOURCE
011590         CLOSE SUSPENSE-FILE
011600         MOVE WS-TST-HASH TO WS-MAN-HASH
011610     END-IF.
011620     CLOSE TEST-SUSPENSE-FILE.
011630     PERFORM 8000-WRITE-MANIFEST THRU 8000-EXIT.
011640*
011650 3000-EXIT.
011660     EXIT.
011670*
011680*===============================================================
011690*    3100-COPY-ONE-SUSPENSE
011700*===============================================================
011710 3100-COPY-ONE-SUSPENSE.
011720*
011730     READ SUSPENSE-FILE
011740         AT END
011750             SET END-OF-SOURCE TO TRUE
011760             GO TO 3100-EXIT
011770     END-READ.
011780*
011790     IF SU-REJECT-DATE NOT = WS-EXTRACT-DATE
011800         GO TO 3100-EXIT
011810     END-IF.
011820*
011830     ADD 1 TO WS-DATA-COUNT.
011840     MOVE SU-IN-STRING TO WS-MASK-STRING.
011850     MOVE 80 TO WS-MASK-LENGTH.
011860     PERFORM 6000-MASK-STRING THRU 6000-EXIT.
011870     MOVE WS-MASK-STRING TO SU-IN-STRING.
011880*
011890     MOVE SU-IN-STRING TO WS-HASH-STRING.
011900     MOVE 80 TO WS-HASH-LENGTH.
011910     PERFORM 6500-HASH-STRING THRU 6500-EXIT.
011920     ADD WS-HASH-VALUE TO WS-TST-HASH.
011930*
011940     WRITE TEST-SUSPENSE-RECORD FROM SUSPENSE-RECORD.
011950*
011960 3100-EXIT.
011970     EXIT.
011980*
011990*===============================================================
012000*    4000-EXTRACT-PD-IN
012010*===============================================================
012020 4000-EXTRACT-PD-IN.
012030*
012040*    PDIN AND PDOUT CARRY ONLY PACKED AMOUNTS AND RATE LOCATION
012050*    CODES, SO THEY ARE COPIED BYTE FOR BYTE - A MALFORMED
012060*    AMOUNT REACHES THE CXB40130 EDIT IN TEST JUST AS IT DID IN
012070*    PRODUCTION.  THE MANIFEST SHOWS THE TOTAL OF THE AMOUNTS
012080*    THAT ARE VALID PACKED NUMBERS.
012090*
012100     MOVE ZERO TO WS-DATA-COUNT.
012110     MOVE ZERO TO WS-AMOUNT-TOTAL.
012120     MOVE ZERO TO WS-MAN-AMOUNT.
012130     MOVE 'TSTPDIN' TO WS-MAN-FILE.
012140     MOVE 'PDIN'    TO WS-MAN-FROM.
012150     SET LEG-EXTRACTED TO TRUE.
012160     SET NOT-END-OF-SOURCE TO TRUE.
012170*
012180     OPEN INPUT PD-IN-FILE.
012190     IF NOT WS-SRC-FILE-OK
012200         SET LEG-NOT-AVAILABLE TO TRUE
012210     END-IF.
012220*
012230     OPEN OUTPUT TEST-PD-IN-FILE.
012240     IF NOT WS-TST-FILE-OK
012250         IF LEG-EXTRACTED
012260             CLOSE PD-IN-FILE
012270         END-IF
012280         SET LEG-TEST-FAILED TO TRUE
012290         PERFORM 8000-WRITE-MANIFEST THRU 8000-EXIT
012300         GO TO 4000-EXIT
012310     END-IF.
012320*
012330     IF LEG-EXTRACTED
012340         PERFORM 4100-COPY-ONE-PD-IN THRU 4100-EXIT
012350             UNTIL END-OF-SOURCE
012360         CLOSE PD-IN-FILE
012370         MOVE WS-AMOUNT-TOTAL TO WS-MAN-AMOUNT
012380     END-IF.
012390     CLOSE TEST-PD-IN-FILE.
012400     PERFORM 8000-WRITE-MANIFEST THRU 8000-EXIT.
012410*
012420 4000-EXIT.
012430     EXIT.
012440*
012450*===============================================================
012460*    4100-COPY-ONE-PD-IN
012470*===============================================================
012480 4100-COPY-ONE-PD-IN.
012490*
012500     READ PD-IN-FILE
012510         AT END
012520             SET END-OF-SOURCE TO TRUE
012530             GO TO 4100-EXIT
012540     END-READ.
012550*
012560     ADD 1 TO WS-DATA-COUNT.
012570     IF PI-IN-AMOUNT NUMERIC
012580         ADD PI-IN-AMOUNT TO WS-AMOUNT-TOTAL
012590     END-IF.
012600     WRITE TEST-PD-IN-RECORD FROM PD-IN-RECORD.
012610*
012620 4100-EXIT.
012630     EXIT.
012640*
012650*===============================================================
012660*    4500-EXTRACT-PD-OUT
012670*===============================================================
012680 4500-EXTRACT-PD-OUT.
012690*
012700     MOVE ZERO TO WS-DATA-COUNT.
012710     MOVE ZERO TO WS-AMOUNT-TOTAL.
012720     MOVE ZERO TO WS-MAN-AMOUNT.
012730     MOVE 'TSTPDOUT' TO WS-MAN-FILE.
012740     MOVE 'PDOUT'    TO WS-MAN-FROM.
012750     SET LEG-EXTRACTED TO TRUE.
012760     SET NOT-END-OF-SOURCE TO TRUE.
012770*
012780     OPEN INPUT PD-OUT-FILE.
012790     IF NOT WS-SRC-FILE-OK
012800         SET LEG-NOT-AVAILABLE TO TRUE
012810     END-IF.
012820*
012830     OPEN OUTPUT TEST-PD-OUT-FILE.
012840     IF NOT WS-TST-FILE-OK
012850         IF LEG-EXTRACTED
012860             CLOSE PD-OUT-FILE
012870         END-IF
012880         SET LEG-TEST-FAILED TO TRUE
012890         PERFORM 8000-WRITE-MANIFEST THRU 8000-EXIT
012900         GO TO 4500-EXIT
012910     END-IF.
012920*
012930     IF LEG-EXTRACTED
012940         PERFORM 4600-COPY-ONE-PD-OUT THRU 4600-EXIT
012950             UNTIL END-OF-SOURCE
012960         CLOSE PD-OUT-FILE
012970         MOVE WS-AMOUNT-TOTAL TO WS-MAN-AMOUNT
012980     END-IF.
012990     CLOSE TEST-PD-OUT-FILE.
013000     PERFORM 8000-WRITE-MANIFEST THRU 8000-EXIT.
013010*
013020 4500-EXIT.
013030     EXIT.
013040*
013050*===============================================================
013060*    4600-COPY-ONE-PD-OUT
013070*===============================================================
013080 4600-COPY-ONE-PD-OUT.
013090*
013100     READ PD-OUT-FILE
013110         AT END
013120             SET END-OF-SOURCE TO TRUE
013130             GO TO 4600-EXIT
013140     END-READ.
013150*
013160     ADD 1 TO WS-DATA-COUNT.
013170     IF PO-OUT-AMOUNT NUMERIC
013180         ADD PO-OUT-AMOUNT TO WS-AMOUNT-TOTAL
013190     END-IF.
013200     WRITE TEST-PD-OUT-RECORD FROM PD-OUT-RECORD.
013210*
013220 4600-EXIT.
013230     EXIT.
013240*
013250*===============================================================
013260*    6000-MASK-STRING
013270*===============================================================
013280 6000-MASK-STRING.
013290*
013300*    MASKS THE FIRST WS-MASK-LENGTH BYTES OF WS-MASK-STRING IN
013310*    PLACE.  A PRINTABLE BYTE OTHER THAN A SPACE IS MOVED ITS
013320*    POSITION'S DISTANCE ALONG THE CXBHASH COLLATE TABLE,
013330*    WRAPPING PAST THE TILDE BACK TO THE EXCLAMATION MARK; A
013340*    SPACE, OR A BYTE NOT IN THE TABLE, IS LEFT AS IT IS.
013350*
013360     PERFORM 6010-MASK-ONE-BYTE THRU 6010-EXIT
013370         VARYING WS-MASK-INDEX FROM 1 BY 1
013380         UNTIL WS-MASK-INDEX > WS-MASK-LENGTH.
013390*
013400 6000-EXIT.
013410     EXIT.
013420*
013430*===============================================================
013440*    6010-MASK-ONE-BYTE
013450*===============================================================
013460 6010-MASK-ONE-BYTE.
013470*
013480     MOVE WS-MASK-STRING(WS-MASK-INDEX:1) TO WS-MASK-BYTE.
013490     MOVE ZERO TO WS-MASK-TALLY.
013500     INSPECT CXB-COLLATE-TABLE TALLYING WS-MASK-TALLY
013510         FOR CHARACTERS BEFORE INITIAL WS-MASK-BYTE.
013520*
013530*    A TALLY OF ZERO IS THE SPACE AT THE HEAD OF THE TABLE; A
013540*    TALLY OF THE WHOLE TABLE MEANS THE BYTE IS NOT IN IT.
013550*
013560     IF WS-MASK-TALLY = ZERO
013570         OR WS-MASK-TALLY NOT < LENGTH OF CXB-COLLATE-TABLE
013580         GO TO 6010-EXIT
013590     END-IF.
013600*
013610     COMPUTE WS-MASK-WORK =
013620         WS-MASK-TALLY - 1 + WS-MASK-SHIFT(WS-MASK-INDEX).
013630     DIVIDE WS-MASK-WORK BY 94 GIVING WS-MASK-QUOTIENT
013640         REMAINDER WS-MASK-REMAINDER.
013650     MOVE CXB-COLLATE-TABLE(WS-MASK-REMAINDER + 2:1)
013660         TO WS-MASK-STRING(WS-MASK-INDEX:1).
013670*
013680 6010-EXIT.
013690     EXIT.
013700*
013710*===============================================================
013720*    6500-HASH-STRING
013730*===============================================================
013740 6500-HASH-STRING.
013750*
013760*    HASHES THE FIRST WS-HASH-LENGTH BYTES OF WS-HASH-STRING
013770*    INTO WS-HASH-VALUE EXACTLY THE WAY THE ENVELOPE WRITERS DO:
013780*    EACH BYTE CONTRIBUTES ITS POSITION IN THE SHARED CXBHASH
013790*    COLLATE TABLE PLUS ONE.
013800*
013810     MOVE ZERO TO WS-HASH-VALUE.
013820     PERFORM 6510-HASH-ONE-BYTE THRU 6510-EXIT
013830         VARYING WS-HASH-INDEX FROM 1 BY 1
013840         UNTIL WS-HASH-INDEX > WS-HASH-LENGTH.
013850*
013860 6500-EXIT.
013870     EXIT.
013880*
013890*===============================================================
013900*    6510-HASH-ONE-BYTE
013910*===============================================================
013920 6510-HASH-ONE-BYTE.
013930*
013940     MOVE WS-HASH-STRING(WS-HASH-INDEX:1) TO WS-HASH-BYTE.
013950     MOVE ZERO TO WS-HASH-TALLY.
013960     INSPECT CXB-COLLATE-TABLE TALLYING WS-HASH-TALLY
013970         FOR CHARACTERS BEFORE INITIAL WS-HASH-BYTE.
013980     COMPUTE WS-HASH-VALUE = WS-HASH-VALUE + WS-HASH-TALLY + 1.
013990*
014000 6510-EXIT.
014010     EXIT.
014020*
014030*===============================================================
014040*    8000-WRITE-MANIFEST
014050*===============================================================
014060 8000-WRITE-MANIFEST.
014070*
014080*    PRINTS THE MANIFEST LINE FOR THE FILE IN HAND AND KEEPS
014090*    THE RUN TOTALS AND RETURN-CODE IN STEP WITH ITS RESULT.
014100*
014110     MOVE WS-DATA-COUNT TO WS-MAN-RECORDS.
014120*
014130     EVALUATE TRUE
014140         WHEN LEG-EXTRACTED
014150             MOVE 'EXTRACTED' TO WS-MAN-STATUS
014160             ADD 1 TO WS-EXTRACTED-COUNT
014170         WHEN LEG-CARRIED
014180             MOVE WS-CARRIED-TEXT TO WS-MAN-STATUS
014190             ADD 1 TO WS-EXTRACTED-COUNT
014200             ADD 1 TO WS-CARRIED-COUNT
014210         WHEN LEG-NOT-AVAILABLE
014220             MOVE 'NOT AVAILABLE - SKIPPED' TO WS-MAN-STATUS
014230             ADD 1 TO WS-SKIPPED-COUNT
014240         WHEN LEG-NO-HEADER
014250             MOVE 'NO HEADER - SKIPPED' TO WS-MAN-STATUS
014260             ADD 1 TO WS-SKIPPED-COUNT
014270         WHEN LEG-WRONG-DATE
014280             MOVE 'NOT FOR DATE - SKIPPED' TO WS-MAN-STATUS
014290             ADD 1 TO WS-SKIPPED-COUNT
014300         WHEN LEG-TEST-FAILED
014310             MOVE 'TEST FILE NOT WRITABLE' TO WS-MAN-STATUS
014320             ADD 1 TO WS-FAILED-COUNT
014330     END-EVALUATE.
014340*
014350     WRITE REPORT-RECORD FROM WS-MANIFEST-LINE.
014360*
014370 8000-EXIT.
014380     EXIT.
014390*
014400*===============================================================
014410*    9000-TERMINATE
014420*===============================================================
014430 9000-TERMINATE.
014440*
014450     MOVE SPACES TO REPORT-RECORD.
014460     WRITE REPORT-RECORD.
014470*
014480     IF EXTRACT-ALLOWED
014490         MOVE WS-EXTRACTED-COUNT TO WS-TOT-EXTRACTED
014500         COMPUTE WS-TOT-SKIPPED =
014510             WS-SKIPPED-COUNT + WS-FAILED-COUNT
014520         MOVE WS-CARRIED-COUNT TO WS-TOT-CARRIED
014530         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
014540     END-IF.
014550*
014560     EVALUATE TRUE
014570         WHEN EXTRACT-REFUSED
014580             MOVE 8 TO RETURN-CODE
014590         WHEN WS-FAILED-COUNT > ZERO
014600             MOVE 'TEST FILE NOT WRITABLE - EXTRACT INCOMPLETE'
014610                 TO WS-MSG-TEXT
014620             WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
014630             MOVE 8 TO RETURN-CODE
014640         WHEN WS-SKIPPED-COUNT > ZERO OR WS-CARRIED-COUNT > ZERO
014650             MOVE 4 TO RETURN-CODE
014660         WHEN OTHER
014670             MOVE ZERO TO RETURN-CODE
014680     END-EVALUATE.
014690*
014700     CLOSE REPORT-FILE.
014710*
014720     DISPLAY 'CXB40145 BUSINESS DATE EXTRACTED: ' WS-EXTRACT-DATE.
014730     DISPLAY 'CXB40145 FILES EXTRACTED: ' WS-EXTRACTED-COUNT.
014740     DISPLAY 'CXB40145 FILES SKIPPED: '
014750         WS-SKIPPED-COUNT.
014760     DISPLAY 'CXB40145 FILES OUT OF BALANCE: ' WS-CARRIED-COUNT.
014770*
014780 9000-EXIT.
014790     EXIT.
