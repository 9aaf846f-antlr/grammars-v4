000100* CXB40136.CBL
000110*
000120*     PROGRAM:  CXB40136   ("Processing_Cycle")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Processing-cycle service CALLed alongside the
000160*          CXB40117 business-date service by every program that
000170*          keys its work by business date.  A business date may
000180*          be worked in more than one cycle - the overnight run
000190*          plus a midday run for the branches that send twice a
000200*          day - and the cycle number is what keeps the second
000210*          cycle's run registry, generations, branch registry,
000220*          statistics, and balancing proof apart from the
000230*          first's.
000240*
000250*          The current cycle is held in the CYCLECTL control
000260*          file (business date and cycle number), which only
000270*          the CXB40118 date-roll program writes: it steps the
000280*          cycle on after each balanced cycle and resets it to
000290*          cycle 1 when it rolls the date.  The number of
000300*          cycles worked per business date - and so which cycle
000310*          is the final one - is the DAY-CYCLES site parameter.
000320*
000330*          Like CXB40117, the files are read once, on the first
000340*          call of the run, and answered from storage after
000350*          that.  A missing CYCLECTL, or one still holding an
000360*          earlier business date, means cycle 1, and a missing
000370*          DAY-CYCLES parameter means one cycle a day, so a
000380*          site that works a single overnight cycle sees no
000390*          change at all.
000400*
000410*          While a prior business date is open for reprocessing
000420*          (CXB40117 answers it flagged 'R' from the REPROCTL
000430*          record), the cycle answered is the one named on
000440*          REPROCTL, not the one in CYCLECTL, so the rerun steps
000450*          work the cycle being corrected.
000460*
000470*     INPUTS:
000480*          CYCLECTL   - control file holding the business date
000490*                       and the cycle being worked.
000500*          SITEPARM   - keyed site parameter file (DAY-CYCLES).
000510*          REPROCTL   - reprocessing control record (CXBREPR
000520*                       layout), read only while a date is
000530*                       open for reprocessing.
000540*
000550*     OUTPUTS:
000560*          PC-CYCLE-NUMBER - the cycle being worked.
000570*          PC-FINAL-CYCLE  - the last cycle of the business
000580*                            date.
000590*          PC-RESULT-FLAG  - '0' answered from CYCLECTL,
000600*                            'D' single-cycle default,
000610*                            'R' reprocessing cycle from
000620*                            REPROCTL.
000630*
000640*     CHANGE HISTORY:
000650*       15 OCT 2026   DPO   Initial release.
000660*       15 OCT 2026   DPO   The cycle of a prior business date
000670*                           open for reprocessing is answered
000680*                           from REPROCTL.
000690*
000700 IDENTIFICATION DIVISION.
000710 PROGRAM-ID. CXB40136.
000720 AUTHOR. DATA-PROCESSING-OPERATIONS.
000730 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000740 DATE-WRITTEN. 15 OCT 2026.
000750 DATE-COMPILED.
000760*
000770 ENVIRONMENT DIVISION.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT CYCLE-FILE ASSIGN TO "CYCLECTL"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-CYCLE-STATUS.
000830     SELECT SITE-PARM-FILE ASSIGN TO "SITEPARM"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS SP-PARM-KEY
000870         FILE STATUS IS WS-PARM-STATUS.
000880     SELECT REPRO-CONTROL-FILE ASSIGN TO "REPROCTL"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-REPRO-STATUS.
000910*
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  CYCLE-FILE
000950     RECORDING MODE IS F.
000960 01  CYCLE-RECORD.
000970     05  CY-BUSINESS-DATE      PIC 9(08).
000980     05  CY-CYCLE-NUMBER       PIC 9(02).
000990*
001000 FD  SITE-PARM-FILE
001010     RECORDING MODE IS F.
001020 01  SITE-PARM-RECORD.
001030     COPY CXBPARM
001040         REPLACING LEADING ==CXB== BY ==SP==.
001050*
001060 FD  REPRO-CONTROL-FILE
001070     RECORDING MODE IS F.
001080 01  REPRO-CONTROL-RECORD.
001090     COPY CXBREPR
001100         REPLACING LEADING ==CXB-RP== BY ==RP==.
001110*
001120 WORKING-STORAGE SECTION.
001130*
001140*    STANDALONE COUNTERS AND SWITCHES
001150*
001160 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40136'.
001170*
001180 77  WS-CYCLE-STATUS           PIC X(02)  VALUE SPACES.
001190     88  WS-CYCLE-FILE-OK                    VALUE '00'.
001200 77  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
001210     88  WS-PARM-FILE-OK                     VALUE '00'.
001220 77  WS-REPRO-STATUS           PIC X(02)  VALUE SPACES.
001230     88  WS-REPRO-FILE-OK                    VALUE '00'.
001240*
001250*    THE CYCLE IS READ ONCE PER RUN AND HELD HERE; WORKING
001260*    STORAGE PERSISTS ACROSS CALLS, SO EVERY LATER CALL IS
001270*    ANSWERED WITHOUT REOPENING CYCLECTL.
001280*
001290 77  WS-CACHE-SWITCH           PIC X(01)  VALUE 'N'.
001300     88  CYCLE-CACHED                        VALUE 'Y'.
001310     88  CYCLE-NOT-CACHED                    VALUE 'N'.
001320 77  WS-HELD-CYCLE             PIC 9(02)  VALUE 1.
001330 77  WS-HELD-FINAL             PIC 9(02)  VALUE 1.
001340 77  WS-HELD-RESULT            PIC X(01)  VALUE 'D'.
001350*
001360*    WS-CYCLE-LIMIT IS THE MOST CYCLES A BUSINESS DATE MAY BE
001370*    WORKED IN; IT ALSO CAPS THE DAY-CYCLES PARAMETER.
001380*
001390 77  WS-CYCLE-LIMIT            PIC 9(02)  VALUE 9.
001400 77  WS-FILE-DATE              PIC 9(08)  VALUE ZERO.
001410 77  WS-FILE-CYCLE             PIC 9(02)  VALUE ZERO.
001420 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001430*
001440*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
001450*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
001460*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
001470*
001480 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001490*
001500 LINKAGE SECTION.
001510*
001520 01  PC-CYCLE-NUMBER           PIC 9(02).
001530 01  PC-FINAL-CYCLE            PIC 9(02).
001540*
001550*    PC-RESULT-FLAG TELLS THE CALLER WHERE THE CYCLE CAME
001560*    FROM: '0' THE CYCLECTL CONTROL FILE, 'D' THE SINGLE-CYCLE
001570*    DEFAULT BECAUSE CYCLECTL WAS MISSING, EMPTY, NOT NUMERIC,
001580*    OR STILL HELD AN EARLIER BUSINESS DATE, 'R' THE CYCLE
001590*    NAMED ON REPROCTL FOR A DATE BEING REPROCESSED.
001600*
001610 01  PC-RESULT-FLAG            PIC X(01).
001620     88  PC-FROM-CONTROL-FILE                VALUE '0'.
001630     88  PC-CYCLE-DEFAULTED                  VALUE 'D'.
001640     88  PC-REPROCESSING                     VALUE 'R'.
001650*
001660 PROCEDURE DIVISION USING PC-CYCLE-NUMBER
001670                          PC-FINAL-CYCLE
001680                          PC-RESULT-FLAG.
001690*
001700*===============================================================
001710*    0000-MAINLINE
001720*===============================================================
001730 0000-MAINLINE.
001740*
001750     IF CYCLE-NOT-CACHED
001760         PERFORM 1000-LOAD-FINAL-CYCLE THRU 1000-EXIT
001770         PERFORM 2000-LOAD-CYCLE THRU 2000-EXIT
001780         SET CYCLE-CACHED TO TRUE
001790     END-IF.
001800*
001810     MOVE WS-HELD-CYCLE  TO PC-CYCLE-NUMBER.
001820     MOVE WS-HELD-FINAL  TO PC-FINAL-CYCLE.
001830     MOVE WS-HELD-RESULT TO PC-RESULT-FLAG.
001840*
001850     EXIT PROGRAM.
001860*
001870*===============================================================
001880*    1000-LOAD-FINAL-CYCLE
001890*===============================================================
001900 1000-LOAD-FINAL-CYCLE.
001910*
001920*    OPERATIONAL KNOBS COME FROM THE SITEPARM FILE MAINTAINED
001930*    BY CXB40110; A MISSING FILE OR RECORD LEAVES ONE CYCLE A
001940*    DAY IN PLACE.
001950*
001960     MOVE 1 TO WS-HELD-FINAL.
001970*
001980     OPEN INPUT SITE-PARM-FILE.
001990     IF NOT WS-PARM-FILE-OK
002000         GO TO 1000-EXIT
002010     END-IF.
002020*
002030     MOVE 'DAY-CYCLES' TO SP-PARM-NAME.
002040     READ SITE-PARM-FILE.
002050     IF WS-PARM-FILE-OK AND SP-PARM-VALUE > ZERO
002060         IF SP-PARM-VALUE > WS-CYCLE-LIMIT
002070             MOVE WS-CYCLE-LIMIT TO WS-HELD-FINAL
002080         ELSE
002090             MOVE SP-PARM-VALUE TO WS-HELD-FINAL
002100         END-IF
002110     END-IF.
002120*
002130     CLOSE SITE-PARM-FILE.
002140*
002150 1000-EXIT.
002160     EXIT.
002170*
002180*===============================================================
002190*    2000-LOAD-CYCLE
002200*===============================================================
002210 2000-LOAD-CYCLE.
002220*
002230*    THE DEFAULT IS TAKEN FIRST, SO EVERY EARLY EXIT FROM THE
002240*    CONTROL-FILE PATH LEAVES CYCLE 1 BEHIND.
002250*
002260     MOVE 1 TO WS-HELD-CYCLE.
002270     MOVE 'D' TO WS-HELD-RESULT.
002280*
002290     CALL 'CXB40117' USING WS-RUN-DATE
002300                            WS-BDAT-RESULT.
002310     IF WS-BDAT-RESULT = 'R'
002320         PERFORM 2100-LOAD-REPRO-CYCLE THRU 2100-EXIT
002330         GO TO 2000-EXIT
002340     END-IF.
002350*
002360     OPEN INPUT CYCLE-FILE.
002370     IF NOT WS-CYCLE-FILE-OK
002380         GO TO 2000-EXIT
002390     END-IF.
002400*
002410     READ CYCLE-FILE
002420         AT END
002430             CLOSE CYCLE-FILE
002440             GO TO 2000-EXIT
002450         NOT AT END
002460             MOVE CY-BUSINESS-DATE TO WS-FILE-DATE
002470             MOVE CY-CYCLE-NUMBER  TO WS-FILE-CYCLE
002480     END-READ.
002490     CLOSE CYCLE-FILE.
002500*
002510     IF WS-FILE-DATE NOT NUMERIC OR WS-FILE-CYCLE NOT NUMERIC
002520         DISPLAY 'CXB40136 CYCLECTL NOT NUMERIC - CYCLE 1 '
002530             'IN USE'
002540         GO TO 2000-EXIT
002550     END-IF.
002560*
002570*    A CYCLE RECORDED FOR ANY OTHER DATE BELONGS TO A DATE
002580*    ALREADY ROLLED PAST (OR NOT YET REACHED): THE BUSINESS
002590*    DATE IS ON ITS FIRST CYCLE.
002600*
002610     IF WS-FILE-DATE NOT = WS-RUN-DATE
002620         GO TO 2000-EXIT
002630     END-IF.
002640*
002650     IF WS-FILE-CYCLE < 1 OR WS-FILE-CYCLE > WS-CYCLE-LIMIT
002660         DISPLAY 'CXB40136 CYCLECTL CYCLE ' WS-FILE-CYCLE
002670             ' OUT OF RANGE - CYCLE 1 IN USE'
002680         GO TO 2000-EXIT
002690     END-IF.
002700*
002710     MOVE WS-FILE-CYCLE TO WS-HELD-CYCLE.
002720     MOVE '0' TO WS-HELD-RESULT.
002730*
002740*    A CYCLE BEYOND THE PARAMETER (DAY-CYCLES LOWERED WHILE A
002750*    LATER CYCLE WAS ALREADY UNDER WAY) IS TREATED AS THE
002760*    FINAL ONE, SO THE DATE CAN STILL ROLL OFF IT.
002770*
002780     IF WS-HELD-CYCLE > WS-HELD-FINAL
002790         MOVE WS-HELD-CYCLE TO WS-HELD-FINAL
002800     END-IF.
002810*
002820 2000-EXIT.
002830     EXIT.
002840*
002850*===============================================================
002860*    2100-LOAD-REPRO-CYCLE
002870*===============================================================
002880 2100-LOAD-REPRO-CYCLE.
002890*
002900*    CXB40117 HAS ALREADY PROVEN THE REPROCTL RECORD OPEN AND
002910*    ITS DATE USABLE; ONLY THE CYCLE IS TAKEN HERE.  A CYCLE
002920*    OUT OF RANGE LEAVES CYCLE 1, AS CYCLECTL DOES.
002930*
002940     OPEN INPUT REPRO-CONTROL-FILE.
002950     IF NOT WS-REPRO-FILE-OK
002960         GO TO 2100-EXIT
002970     END-IF.
002980     READ REPRO-CONTROL-FILE
002990         AT END
003000             CLOSE REPRO-CONTROL-FILE
003010             GO TO 2100-EXIT
003020         NOT AT END
003030             MOVE RP-REPRO-CYCLE TO WS-FILE-CYCLE
003040     END-READ.
003050     CLOSE REPRO-CONTROL-FILE.
003060*
003070     IF WS-FILE-CYCLE NOT NUMERIC
003080         OR WS-FILE-CYCLE < 1 OR WS-FILE-CYCLE > WS-CYCLE-LIMIT
003090         DISPLAY 'CXB40136 REPROCTL CYCLE ' WS-FILE-CYCLE
003100             ' OUT OF RANGE - CYCLE 1 IN USE'
003110         GO TO 2100-EXIT
003120     END-IF.
003130*
003140     MOVE WS-FILE-CYCLE TO WS-HELD-CYCLE.
003150     MOVE 'R' TO WS-HELD-RESULT.
003160     IF WS-HELD-CYCLE > WS-HELD-FINAL
003170         MOVE WS-HELD-CYCLE TO WS-HELD-FINAL
003180     END-IF.
003190*
003200 2100-EXIT.
003210     EXIT.
