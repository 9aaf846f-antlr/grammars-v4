000170*          into the corporate ledger by hand every morning.
000180*          The run first proves both reconciliations passed -
000190*          CXB40099 and CXB40106 must be on record in RUNCTL
000200*          for the business date and processing cycle, ended,
000210*          with RETURN-CODE zero
000220*          and no mismatches - and refuses to extract anything
000230*          otherwise.  It then reads DBLOUT (verifying its
000240*          CXBCTL envelope) and PDOUT and writes one
000250*          transmission-ready GLEXTR interface file: a batch
000260*          header, one detail per result record in the ledger
000270*          system's fixed layout with a debit/credit indicator
000280*          (a negative doubled amount posts as a credit of its
000290*          absolute value), and a batch trailer with the
000300*          record count and amount total.  A result flagged
000310*          with the overflow indicator is skipped and counted
000320*          - the flag already said not to trust it.
000330*
000340*          The LEDGREG transmission register carries one entry
000350*          per business date and cycle extracted: record count,
000360*          amount total, and a sent/acknowledged status.  The
000370*          entry is written as 'S' (sent) when the file is cut,
000380*          and the optional LEDGACK file (one business date and
000390*          cycle per record; cycle zero acknowledges every
000400*          cycle of the date) flips entries to 'A' when the
000410*          ledger system confirms receipt, so a dropped
000420*          transmission shows up as a date still sitting at
000430*          'S' and the exact file can be re-sent.  The
000440*          register is pruned as it is rewritten: an
000450*          acknowledged entry older than the retention window
000460*          (90 days) is dropped, while an unacknowledged 'S'
000470*          entry is kept forever - an untracked transmission
000480*          is the one thing this register must never lose
000490*          sight of.
000500*
000510*          Every detail's posting account and cost center come
000520*          from the GLMAP account-mapping table (maintained by
000530*          CXB40133), keyed by source path and branch or
000540*          location: DBL results (DBLOUT carries no branch) and
000550*          PD results by the location each per-diem amount was
000560*          rated for.  A result with no mapping is not posted
000570*          to a default account; it is written to the GLUNMAP
000580*          unmapped-items file, listed on the console, raised
000590*          as a warning event, and ends the step with
000600*          RETURN-CODE 4 so finance can map it and re-extract.
000610*          With GLMAP unavailable nothing is extracted.
000620*
000630*          The business date's accounting period is checked
000640*          through the CXB40147 period-check service before
000650*          anything is extracted.  When CXB40146 has already
000660*          closed the month, the extract is carried into the
000670*          next open month: every GLEXTR record posts under the
000680*          first day of that month and is flagged as a
000690*          prior-period adjustment; the LEDGREG entry records
000700*          the business date worked with the same posting date
000710*          and flag.
000720*          With no open month, or the period control unreadable,
000730*          nothing is extracted and the step ends with
000740*          RETURN-CODE 8.
000750*
000760*          Every batch is written with a batch type on its
000770*          header, details, and trailer - 'N' an ordinary
000780*          night - and the totals it posted to each account and
000790*          cost center are kept on the keyed LEDGDTL file under
000800*          the business date, cycle, and reprocessing number,
000810*          so a batch already sent can later be reversed
000820*          exactly.
000830*
000840*          While CXB40153 has the business date open for
000850*          reprocessing (CXB40117 answers the prior date flagged
000860*          'R'), the extract corrects what was sent instead of
000870*          sending a second copy.  Both reconciliations must
000880*          have been rerun in the same reprocessing.  The batch
000890*          last posted for the date and cycle - the ordinary
000900*          one or the repost of an earlier reprocessing - is
000910*          found on LEDGREG and its account totals on LEDGDTL,
000920*          and GLEXTR carries two batches: a 'V' reversal batch
000930*          posting each of those totals back with the opposite
000940*          sign, then an 'R' repost batch of the corrected
000950*          results.  Each batch gets its own LEDGREG entry
000960*          (batch type and reprocessing number), both post under
000970*          the date CXB40147 gives for the reprocessed date, and
000980*          the REPRORPT report shows every account's total
000990*          before, after, and the net change.  The extract is
001000*          refused (RETURN-CODE 8) when the account totals on
001010*          LEDGDTL do not add up to the LEDGREG entry being
001020*          reversed, or when the reprocessing has already
001030*          posted, so nothing is reversed on a guess.
001040*
001050*     INPUTS:
001060*          DBLOUT     - enveloped binary doubling results.
001070*          PDOUT      - per-diem doubling results, with the
001080*                       rated location.
001090*          GLMAP      - keyed GL account-mapping table.
001100*          RUNCTL     - keyed run registry (reconciliation
001110*                       gate).
001120*          LEDGACK    - optional acknowledgment dates.
001130*          REPROCTL   - reprocessing control record (CXBREPR
001140*                       layout), read while a date is being
001150*                       reprocessed.
001160*
001170*     OUTPUTS:
001180*          GLEXTR     - ledger interface file for the business
001190*                       date.
001200*          LEDGREG    - transmission register, rewritten with
001210*                       the night's entry and any
001220*                       acknowledgments applied.
001230*          GLUNMAP    - results with no GLMAP entry, not
001240*                       posted.
001250*          LEDGDTL    - keyed account totals of every batch
001260*                       posted.
001270*          REPRORPT   - before/after report of a reprocessing.
001280*
001290*     CHANGE HISTORY:
001300*       02 SEP 2026   DPO   Initial release.
001310*       15 OCT 2026   DPO   Posting accounts now come from the
001320*                           GLMAP account-mapping table by
001330*                           source path and branch/location,
001340*                           with the cost center carried on
001350*                           each detail, instead of the
001360*                           literal GLDBL/GLPD accounts (which
001370*                           the detail build was also blanking
001380*                           before the write).  Unmapped
001390*                           results go to GLUNMAP and end the
001400*                           step with RETURN-CODE 4.
001410*       15 OCT 2026   DPO   Extracts are now cut per processing
001420*                           cycle: the reconciliation gate
001430*                           reads the cycle's registry records,
001440*                           the GLEXTR header, details, and
001450*                           trailer carry the cycle, and
001460*                           LEDGREG and LEDGACK are keyed by
001470*                           business date and cycle so a midday
001480*                           extract no longer replaces the
001490*                           overnight entry.
001500*       15 OCT 2026   DPO   The accounting period is checked
001510*                           through CXB40147 before extracting:
001520*                           a business date in a closed month is
001530*                           posted to the next open month as a
001540*                           prior-period adjustment, flagged on
001550*                           GLEXTR (under the posting date) and on
001560*                           LEDGREG (with the posting date beside
001570*                           the date worked), and refused (RC 8)
001580*                           when no open month can be found.
001590*       15 OCT 2026   DPO   GLEXTR records carry a batch type
001600*                           ('N' ordinary) from the old filler,
001610*                           and each batch's account totals are
001620*                           kept on the new LEDGDTL file.  A
001630*                           date open for reprocessing is
001640*                           extracted as a 'V' reversal of the
001650*                           batch last posted plus an 'R' repost
001660*                           of the corrected results, each noted
001670*                           on LEDGREG, with a before/after
001680*                           report on REPRORPT.  LEDGREG entries
001690*                           grow from 45 to 48 bytes for the
001700*                           batch type and reprocessing number.
001710*       15 OCT 2026   DPO   GL-ORIG-DATE dropped from GLEXTR; it
001720*                           had pushed the record past the 60
001730*                           bytes the ledger system reads.  The
001740*                           date worked is on LEDGREG and
001750*                           LEDGDTL, keyed beside the posting
001760*                           date.
001770*       15 OCT 2026   DPO   The closed-period and refused-
001780*                           reprocessing events are now raised
001790*                           as fatal ('F'), a severity the
001800*                           CXB40128 alert report lists.
001810*
001820 IDENTIFICATION DIVISION.
001830 PROGRAM-ID. CXB40124.
001840 AUTHOR. DATA-PROCESSING-OPERATIONS.
001850 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
001860 DATE-WRITTEN. 02 SEP 2026.
001870 DATE-COMPILED.
001880*
001890 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
001910 FILE-CONTROL.
001920     SELECT DBL-OUT-FILE ASSIGN TO "DBLOUT"
001930         ORGANIZATION IS SEQUENTIAL
001940         FILE STATUS IS WS-DOUT-STATUS.
001950     SELECT PD-OUT-FILE ASSIGN TO "PDOUT"
001960         ORGANIZATION IS SEQUENTIAL
001970         FILE STATUS IS WS-POUT-STATUS.
001980     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001990         ORGANIZATION IS INDEXED
002000         ACCESS MODE IS RANDOM
002010         RECORD KEY IS RN-RUN-KEY
002020         FILE STATUS IS WS-RUN-STATUS.
002030     SELECT ACK-FILE ASSIGN TO "LEDGACK"
002040         ORGANIZATION IS SEQUENTIAL
002050         FILE STATUS IS WS-ACK-STATUS.
002060     SELECT EXTRACT-FILE ASSIGN TO "GLEXTR"
002070         ORGANIZATION IS SEQUENTIAL
002080         FILE STATUS IS WS-EXTR-STATUS.
002090     SELECT REGISTER-FILE ASSIGN TO "LEDGREG"
002100         ORGANIZATION IS SEQUENTIAL
002110         FILE STATUS IS WS-LREG-STATUS.
002120     SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
002130         ORGANIZATION IS INDEXED
002140         ACCESS MODE IS RANDOM
002150         RECORD KEY IS GM-MAP-KEY
002160         FILE STATUS IS WS-GLMP-STATUS.
002170     SELECT UNMAPPED-FILE ASSIGN TO "GLUNMAP"
002180         ORGANIZATION IS SEQUENTIAL
002190         FILE STATUS IS WS-UNMP-STATUS.
002200     SELECT DETAIL-FILE ASSIGN TO "LEDGDTL"
002210         ORGANIZATION IS INDEXED
002220         ACCESS MODE IS DYNAMIC
002230         RECORD KEY IS LD-DETAIL-KEY
002240         FILE STATUS IS WS-LDTL-STATUS.
002250     SELECT REPRO-CONTROL-FILE ASSIGN TO "REPROCTL"
002260         ORGANIZATION IS SEQUENTIAL
002270         FILE STATUS IS WS-REPRO-STATUS.
002280     SELECT REPRO-REPORT-FILE ASSIGN TO "REPRORPT"
002290         ORGANIZATION IS SEQUENTIAL.
002300*
002310 DATA DIVISION.
002320 FILE SECTION.
002330 FD  DBL-OUT-FILE
002340     RECORDING MODE IS F.
002350 01  DBL-OUT-RECORD.
002360     COPY CXBCTL
002370         REPLACING LEADING ==CXB-CTL== BY ==DO==.
002380     05  DO-DATA-VIEW REDEFINES DO-BODY.
002390         10  DO-OUT-INTEGER    PIC S9(9)  USAGE IS BINARY.
002400         10  DO-OUT-DOUBLE     PIC S9(9)  USAGE IS BINARY.
002410         10  DO-OUT-OVERFLOW   PIC X(01).
002420         10  FILLER            PIC X(18).
002430*
002440 FD  PD-OUT-FILE
002450     RECORDING MODE IS F.
002460 01  PD-OUT-RECORD.
002470     05  PO-OUT-AMOUNT         PIC S9(7)V99 USAGE IS COMP-3.
002480     05  PO-OUT-DOUBLE-AMOUNT  PIC S9(7)V99 USAGE IS COMP-3.
002490     05  PO-OUT-OVERFLOW       PIC X(01).
002500     05  PO-LOCATION           PIC X(04).
002510*
002520 FD  RUN-CONTROL-FILE
002530     RECORDING MODE IS F.
002540 01  RUN-CONTROL-RECORD.
002550     COPY CXBRUNC
002560         REPLACING LEADING ==CXB-RUN== BY ==RN-RUN==.
002570*
002580 FD  ACK-FILE
002590     RECORDING MODE IS F.
002600 01  ACK-RECORD.
002610     05  AK-BUSINESS-DATE      PIC 9(08).
002620     05  AK-CYCLE              PIC 9(02).
002630*
002640*    GLEXTR IS THE LEDGER SYSTEM'S FIXED INTERFACE LAYOUT:
002650*    AN 'H' BATCH HEADER, ONE 'D' DETAIL PER RESULT WITH THE
002660*    POSTING ACCOUNT, COST CENTER, AND DEBIT/CREDIT INDICATOR,
002670*    AND A 'T' BATCH TRAILER WITH THE COUNT AND AMOUNT TOTAL.
002680*    THE RECORD STAYS 60 BYTES: THE FIELDS ADDED SINCE ALL COME
002690*    OUT OF THE OLD 11-BYTE FILLER.  GL-BUSINESS-DATE IS THE
002700*    POSTING DATE, WHICH DIFFERS FROM THE BUSINESS DATE WORKED
002710*    ONLY ON A PRIOR-PERIOD ADJUSTMENT (GL-PPA-FLAG 'Y'); THE
002720*    DATE WORKED IS KEPT ON LEDGREG AND LEDGDTL.  GL-BATCH-TYPE
002730*    IS 'N' ON AN ORDINARY BATCH, 'V' ON THE REVERSAL AND 'R'
002740*    ON THE REPOST OF A REPROCESSED DATE.
002750*
002760 FD  EXTRACT-FILE
002770     RECORDING MODE IS F.
002780 01  EXTRACT-RECORD.
002790     05  GL-REC-TYPE           PIC X(01).
002800     05  GL-ACCOUNT            PIC X(08).
002810     05  GL-DC-IND             PIC X(01).
002820     05  GL-AMOUNT             PIC S9(11)V99
002830                               SIGN IS LEADING SEPARATE.
002840     05  GL-BUSINESS-DATE      PIC 9(08).
002850     05  GL-SOURCE             PIC X(08).
002860     05  GL-RECORD-COUNT       PIC 9(09).
002870     05  GL-COST-CENTER        PIC X(06).
002880     05  GL-CYCLE              PIC 9(02).
002890     05  GL-PPA-FLAG           PIC X(01).
002900     05  GL-BATCH-TYPE         PIC X(01).
002910     05  FILLER                PIC X(01).
002920*
002930 FD  REGISTER-FILE
002940     RECORDING MODE IS F.
002950 01  REGISTER-RECORD.
002960     05  LR-BUSINESS-DATE      PIC 9(08).
002970     05  LR-CYCLE              PIC 9(02).
002980     05  LR-RECORD-COUNT       PIC 9(09).
002990     05  LR-AMOUNT-TOTAL       PIC S9(13)V99
003000                               SIGN IS LEADING SEPARATE.
003010     05  LR-STATUS             PIC X(01).
003020         88  LR-SENT                           VALUE 'S'.
003030         88  LR-ACKNOWLEDGED                   VALUE 'A'.
003040     05  LR-POST-DATE          PIC 9(08).
003050     05  LR-PPA-FLAG           PIC X(01).
003060     05  LR-BATCH-TYPE         PIC X(01).
003070         88  LR-REVERSAL-BATCH                 VALUE 'V'.
003080         88  LR-REPOST-BATCH                   VALUE 'R'.
003090     05  LR-REPRO-SEQ          PIC 9(02).
003100*
003110 FD  GL-MAP-FILE
003120     RECORDING MODE IS F.
003130 01  GL-MAP-RECORD.
003140     COPY CXBGLMP
003150         REPLACING LEADING ==CXB-GM== BY ==GM==.
003160*
003170*    GLUNMAP HOLDS EVERY RESULT THAT HAD NO GLMAP ENTRY, WITH
003180*    THE SIGNED AMOUNT THAT WOULD HAVE POSTED.
003190*
003200 FD  UNMAPPED-FILE
003210     RECORDING MODE IS F.
003220 01  UNMAPPED-RECORD.
003230     05  UM-BUSINESS-DATE      PIC 9(08).
003240     05  UM-SOURCE-PATH        PIC X(04).
003250     05  UM-LOCATION           PIC X(04).
003260     05  UM-AMOUNT             PIC S9(11)V99
003270                               SIGN IS LEADING SEPARATE.
003280*
003290*    LEDGDTL HOLDS WHAT EACH POSTING BATCH SENT TO EACH ACCOUNT
003300*    AND COST CENTER, KEYED BY BUSINESS DATE, CYCLE, AND
003310*    REPROCESSING NUMBER (ZERO FOR THE ORDINARY NIGHT), SO THE
003320*    BATCH CAN BE REVERSED EXACTLY IF THE DATE IS REPROCESSED.
003330*
003340 FD  DETAIL-FILE
003350     RECORDING MODE IS F.
003360 01  LEDGER-DETAIL-RECORD.
003370     05  LD-DETAIL-KEY.
003380         10  LD-BUSINESS-DATE  PIC 9(08).
003390         10  LD-CYCLE          PIC 9(02).
003400         10  LD-REPRO-SEQ      PIC 9(02).
003410         10  LD-ACCOUNT        PIC X(08).
003420         10  LD-COST-CENTER    PIC X(06).
003430     05  LD-BATCH-TYPE         PIC X(01).
003440     05  LD-RECORD-COUNT       PIC 9(09).
003450     05  LD-AMOUNT             PIC S9(13)V99
003460                               SIGN IS LEADING SEPARATE.
003470     05  LD-POST-DATE          PIC 9(08).
003480*
003490 FD  REPRO-CONTROL-FILE
003500     RECORDING MODE IS F.
003510 01  REPRO-CONTROL-RECORD.
003520     COPY CXBREPR
003530         REPLACING LEADING ==CXB-RP== BY ==RP==.
003540*
003550 FD  REPRO-REPORT-FILE
003560     RECORDING MODE IS F.
003570 01  REPRO-REPORT-RECORD       PIC X(80).
003580*
003590 WORKING-STORAGE SECTION.
003600*
003610*    STANDALONE COUNTERS AND SWITCHES
003620*
003630 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40124'.
003640*
003650 77  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
003660 77  WS-RUN-CYCLE              PIC 9(02)  VALUE 1.
003670 77  WS-FINAL-CYCLE            PIC 9(02)  VALUE 1.
003680 77  WS-CYCLE-RESULT           PIC X(01)  VALUE SPACE.
003690*
003700*    PERIOD-CHECK FIELDS FOR THE CXB40147 SERVICE: THE DATE
003710*    THE EXTRACT POSTS UNDER, AND WHETHER IT IS CARRIED OUT OF
003720*    A CLOSED PERIOD.
003730*
003740 77  WS-POST-DATE              PIC 9(08)  VALUE ZERO.
003750 77  WS-PPA-FLAG               PIC X(01)  VALUE 'N'.
003760 77  WS-PERIOD-RESULT          PIC X(01)  VALUE SPACE.
003770     88  PERIOD-IS-OPEN                      VALUE 'O'.
003780     88  PERIOD-CARRIED-FORWARD              VALUE 'P'.
003790     88  PERIOD-IS-CLOSED                    VALUE 'C'.
003800     88  PERIOD-CHECK-FAILED                 VALUE 'E'.
003810 77  WS-DETAIL-COUNT           PIC 9(09)  COMP VALUE ZERO.
003820 77  WS-SKIP-COUNT             PIC 9(09)  COMP VALUE ZERO.
003830 77  WS-AMOUNT-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
003840 77  WS-WORK-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
003850*
003860 77  WS-DOUT-STATUS            PIC X(02)  VALUE SPACES.
003870     88  WS-DOUT-FILE-OK                     VALUE '00'.
003880 77  WS-POUT-STATUS            PIC X(02)  VALUE SPACES.
003890     88  WS-POUT-FILE-OK                     VALUE '00'.
003900 77  WS-RUN-STATUS             PIC X(02)  VALUE SPACES.
003910     88  WS-RUN-FILE-OK                      VALUE '00'.
003920 77  WS-ACK-STATUS             PIC X(02)  VALUE SPACES.
003930     88  WS-ACK-FILE-OK                      VALUE '00'.
003940 77  WS-EXTR-STATUS            PIC X(02)  VALUE SPACES.
003950     88  WS-EXTR-FILE-OK                     VALUE '00'.
003960 77  WS-LREG-STATUS            PIC X(02)  VALUE SPACES.
003970     88  WS-LREG-FILE-OK                     VALUE '00'.
003980 77  WS-GLMP-STATUS            PIC X(02)  VALUE SPACES.
003990     88  WS-GLMP-FILE-OK                     VALUE '00'.
004000 77  WS-UNMP-STATUS            PIC X(02)  VALUE SPACES.
004010     88  WS-UNMP-FILE-OK                     VALUE '00'.
004020 77  WS-LDTL-STATUS            PIC X(02)  VALUE SPACES.
004030     88  WS-LDTL-FILE-OK                     VALUE '00'.
004040     88  WS-LDTL-NOT-FOUND                   VALUE '35'.
004050 77  WS-REPRO-STATUS           PIC X(02)  VALUE SPACES.
004060     88  WS-REPRO-FILE-OK                    VALUE '00'.
004070*
004080*    THE ACCOUNT-MAPPING LOOKUP: THE CALLER LOADS THE SOURCE
004090*    PATH AND BRANCH/LOCATION, AND A FOUND ENTRY'S ACCOUNT AND
004100*    COST CENTER ARE CARRIED INTO THE DETAIL.
004110*
004120 77  WS-MAP-PATH               PIC X(04)  VALUE SPACES.
004130 77  WS-MAP-LOCATION           PIC X(04)  VALUE SPACES.
004140 77  WS-POST-ACCOUNT           PIC X(08)  VALUE SPACES.
004150 77  WS-POST-COST-CENTER       PIC X(06)  VALUE SPACES.
004160 77  WS-UNMAPPED-COUNT         PIC 9(09)  COMP VALUE ZERO.
004170*
004180 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
004190     88  END-OF-INPUT                        VALUE 'Y'.
004200     88  NOT-END-OF-INPUT                    VALUE 'N'.
004210 77  WS-ACK-EOF-SWITCH         PIC X(01)  VALUE 'N'.
004220     88  END-OF-ACKS                         VALUE 'Y'.
004230     88  NOT-END-OF-ACKS                    VALUE 'N'.
004240 77  WS-REG-EOF-SWITCH         PIC X(01)  VALUE 'N'.
004250     88  END-OF-REGISTER                     VALUE 'Y'.
004260     88  NOT-END-OF-REGISTER                 VALUE 'N'.
004270*
004280*    THE RECONCILIATION GATE: BOTH RECONCILIATIONS MUST BE ON
004290*    RECORD FOR THE BUSINESS DATE AND CYCLE, ENDED, WITH
004300*    RETURN-CODE ZERO AND NO MISMATCHES, OR NOTHING IS
004310*    EXTRACTED.
004320*
004330 77  WS-GATE-SWITCH            PIC X(01)  VALUE 'N'.
004340     88  GATE-PASSED                         VALUE 'Y'.
004350     88  GATE-NOT-PASSED                     VALUE 'N'.
004360 77  WS-GATE-PROGRAM           PIC X(08)  VALUE SPACES.
004370*
004380*    DBLOUT ENVELOPE VERIFICATION FIELDS
004390*
004400 77  WS-ENV-DATA-COUNT         PIC 9(09)  COMP VALUE ZERO.
004410 77  WS-ENVELOPE-SWITCH        PIC X(01)  VALUE 'N'.
004420     88  ENVELOPE-BAD                        VALUE 'Y'.
004430     88  ENVELOPE-GOOD                       VALUE 'N'.
004440 77  WS-TRAILER-SWITCH         PIC X(01)  VALUE 'N'.
004450     88  TRAILER-SEEN                        VALUE 'Y'.
004460     88  TRAILER-NOT-SEEN                    VALUE 'N'.
004470*
004480*    IN-CORE COPY OF THE LEDGREG TRANSMISSION REGISTER, HELD
004490*    THE WAY CXB40113 HOLDS GENCTL: LOADED, UPDATED IN PLACE,
004500*    AND REWRITTEN WHOLE.
004510*
004520 77  WS-REG-MAX                PIC 9(03)  COMP VALUE 500.
004530 77  WS-REG-COUNT              PIC 9(03)  COMP VALUE ZERO.
004540 77  WS-IDX                    PIC 9(03)  COMP VALUE ZERO.
004550 77  WS-FOUND-INDEX            PIC 9(03)  COMP VALUE ZERO.
004560 77  WS-PRUNE-COUNT            PIC 9(09)  COMP VALUE ZERO.
004570*
004580*    ACKNOWLEDGED ENTRIES OLDER THAN WS-RETAIN-DAYS ARE
004590*    DROPPED AS THE REGISTER IS LOADED; 'S' ENTRIES ARE KEPT
004600*    REGARDLESS OF AGE.  AGE IN DAYS USES THE SAME CALENDAR
004610*    APPROXIMATION CXB40101 USES FOR SUSPENSE AGING.
004620*
004630 77  WS-RETAIN-DAYS            PIC 9(03)  COMP VALUE 90.
004640 77  WS-TODAY-DAYS             PIC S9(09) COMP VALUE ZERO.
004650 77  WS-ENTRY-DAYS             PIC S9(09) COMP VALUE ZERO.
004660 77  WS-ENTRY-AGE              PIC S9(09) COMP VALUE ZERO.
004670 01  WS-AGE-DATE               PIC 9(08)  VALUE ZERO.
004680 01  WS-AGE-DATE-PARTS REDEFINES WS-AGE-DATE.
004690     05  WS-AGE-CCYY           PIC 9(04).
004700     05  WS-AGE-MM             PIC 9(02).
004710     05  WS-AGE-DD             PIC 9(02).
004720 01  WS-REGISTER-TABLE.
004730     05  WS-REG-ENTRY OCCURS 500 TIMES.
004740         10  WS-TBL-BUSINESS-DATE  PIC 9(08).
004750         10  WS-TBL-CYCLE          PIC 9(02).
004760         10  WS-TBL-RECORD-COUNT   PIC 9(09).
004770         10  WS-TBL-AMOUNT-TOTAL   PIC S9(13)V99 COMP-3.
004780         10  WS-TBL-STATUS         PIC X(01).
004790         10  WS-TBL-POST-DATE      PIC 9(08).
004800         10  WS-TBL-PPA-FLAG       PIC X(01).
004810         10  WS-TBL-BATCH-TYPE     PIC X(01).
004820         10  WS-TBL-REPRO-SEQ      PIC 9(02).
004830*
004840*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
004850*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
004860*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
004870*
004880 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
004890     88  REPROCESSING-RUN                    VALUE 'R'.
004900*
004910*    THE BATCH BEING WRITTEN: 'N' ORDINARY, 'V' REVERSAL, 'R'
004920*    REPOST, AND THE REPROCESSING NUMBER IT IS KEPT UNDER
004930*    (ZERO FOR THE ORDINARY NIGHT, FROM REPROCTL OTHERWISE).
004940*
004950 77  WS-BATCH-TYPE             PIC X(01)  VALUE 'N'.
004960     88  BATCH-IS-NORMAL                     VALUE 'N'.
004970     88  BATCH-IS-REVERSAL                   VALUE 'V'.
004980     88  BATCH-IS-REPOST                     VALUE 'R'.
004990 77  WS-REPRO-SEQ              PIC 9(02)  VALUE ZERO.
005000*
005010*    THE BATCH LAST POSTED FOR THE DATE AND CYCLE, WHICH A
005020*    REPROCESSING REVERSES, AND THE REVERSAL BATCH'S FIGURES.
005030*
005040 77  WS-ORIG-SWITCH            PIC X(01)  VALUE 'N'.
005050     88  ORIGINAL-FOUND                      VALUE 'Y'.
005060     88  ORIGINAL-NOT-FOUND                  VALUE 'N'.
005070 77  WS-ORIG-INDEX             PIC 9(03)  COMP VALUE ZERO.
005080 77  WS-ORIG-SEQ               PIC 9(02)  VALUE ZERO.
005090 77  WS-BROWSE-SEQ             PIC 9(02)  VALUE ZERO.
005100 77  WS-ORIG-COUNT-SUM         PIC 9(09)  COMP VALUE ZERO.
005110 77  WS-ORIG-AMOUNT-SUM        PIC S9(13)V99 COMP-3 VALUE ZERO.
005120 77  WS-REV-COUNT              PIC 9(09)  COMP VALUE ZERO.
005130 77  WS-REV-TOTAL              PIC S9(13)V99 COMP-3 VALUE ZERO.
005140 77  WS-REVERSAL-SWITCH        PIC X(01)  VALUE 'N'.
005150     88  REVERSAL-WRITTEN                    VALUE 'Y'.
005160     88  REVERSAL-NOT-WRITTEN                VALUE 'N'.
005170 77  WS-REFUSE-SWITCH          PIC X(01)  VALUE 'N'.
005180     88  REPROCESSING-REFUSED                VALUE 'Y'.
005190     88  REPROCESSING-NOT-REFUSED            VALUE 'N'.
005200 77  WS-DTL-EOF-SWITCH         PIC X(01)  VALUE 'N'.
005210     88  END-OF-DETAIL                       VALUE 'Y'.
005220     88  NOT-END-OF-DETAIL                   VALUE 'N'.
005230*
005240*    THE ENTRY 7200-NOTE-TRANSMISSION ADDS OR REPLACES ON THE
005250*    REGISTER; THE CALLER LOADS THESE FIRST.
005260*
005270 77  WS-NOTE-TYPE              PIC X(01)  VALUE 'N'.
005280 77  WS-NOTE-COUNT             PIC 9(09)  COMP VALUE ZERO.
005290 77  WS-NOTE-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
005300*
005310*    ACCOUNT TOTALS OF THE BATCH BEING POSTED (AFTER) AND OF
005320*    THE BATCH BEING REVERSED (BEFORE), BY ACCOUNT AND COST
005330*    CENTER.  THE AFTER SIDE IS WRITTEN TO LEDGDTL; BOTH SIDES
005340*    MAKE THE BEFORE/AFTER REPORT.
005350*
005360 77  WS-ACCT-MAX               PIC 9(03)  COMP VALUE 200.
005370 77  WS-ACCT-COUNT             PIC 9(03)  COMP VALUE ZERO.
005380 77  WS-ACCT-IDX               PIC 9(03)  COMP VALUE ZERO.
005390 77  WS-ACCT-FOUND             PIC 9(03)  COMP VALUE ZERO.
005400 77  WS-ACCT-FULL-SWITCH       PIC X(01)  VALUE 'N'.
005410     88  ACCOUNT-TABLE-FULL                  VALUE 'Y'.
005420     88  ACCOUNT-TABLE-NOT-FULL              VALUE 'N'.
005430 01  WS-ACCOUNT-TABLE.
005440     05  WS-ACCT-ENTRY OCCURS 200 TIMES.
005450         10  WS-ACT-ACCOUNT        PIC X(08).
005460         10  WS-ACT-COST-CENTER    PIC X(06).
005470         10  WS-ACT-BEFORE-COUNT   PIC 9(09)  COMP.
005480         10  WS-ACT-BEFORE-AMOUNT  PIC S9(13)V99 COMP-3.
005490         10  WS-ACT-AFTER-COUNT    PIC 9(09)  COMP.
005500         10  WS-ACT-AFTER-AMOUNT   PIC S9(13)V99 COMP-3.
005510 77  WS-FIND-ACCOUNT           PIC X(08)  VALUE SPACES.
005520 77  WS-FIND-COST-CENTER       PIC X(06)  VALUE SPACES.
005530 77  WS-NET-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.
005540 77  WS-BEFORE-DETAILS         PIC 9(09)  COMP VALUE ZERO.
005550*
005560*    BEFORE/AFTER REPORT LINE LAYOUTS
005570*
005580 01  WS-RP-HEADING-LINE.
005590     05  FILLER                PIC X(38)
005600         VALUE "CXB40124 REPROCESSING BEFORE/AFTER   ".
005610     05  FILLER                PIC X(05) VALUE "DATE=".
005620     05  WS-RPH-DATE           PIC 9(08).
005630     05  FILLER                PIC X(07) VALUE " CYCLE=".
005640     05  WS-RPH-CYCLE          PIC 9(02).
005650     05  FILLER                PIC X(07) VALUE " REPRO=".
005660     05  WS-RPH-SEQ            PIC 9(02).
005670*
005680 01  WS-RP-TEXT-LINE.
005690     05  WS-RPT-TEXT           PIC X(80).
005700*
005710 01  WS-RP-POST-LINE.
005720     05  FILLER                PIC X(16) VALUE "POSTED UNDER    ".
005730     05  WS-RPP-POST-DATE      PIC 9(08).
005740     05  FILLER                PIC X(28)
005750         VALUE "   PRIOR-PERIOD ADJUSTMENT= ".
005760     05  WS-RPP-PPA-FLAG       PIC X(01).
005770*
005780 01  WS-RP-ORIG-LINE.
005790     05  FILLER                PIC X(16) VALUE "REVERSED BATCH  ".
005800     05  WS-RPO-TYPE           PIC X(01).
005810     05  FILLER                PIC X(07) VALUE "  REPRO".
005820     05  WS-RPO-SEQ            PIC 9(02).
005830     05  FILLER                PIC X(09) VALUE "  STATUS ".
005840     05  WS-RPO-STATUS         PIC X(01).
005850     05  FILLER                PIC X(11) VALUE "  DETAILS  ".
005860     05  WS-RPO-COUNT          PIC ZZZ,ZZZ,ZZ9.
005870*
005880 01  WS-RP-COLUMN-LINE.
005890     05  FILLER                PIC X(17) VALUE "ACCOUNT  CC".
005900     05  FILLER                PIC X(17)
005910         VALUE "           BEFORE".
005920     05  FILLER                PIC X(19)
005930         VALUE "              AFTER".
005940     05  FILLER                PIC X(19)
005950         VALUE "         NET CHANGE".
005960*
005970 01  WS-RP-ACCOUNT-LINE.
005980     05  WS-RPA-ACCOUNT        PIC X(08).
005990     05  FILLER                PIC X(01) VALUE SPACE.
006000     05  WS-RPA-COST-CENTER    PIC X(06).
006010     05  FILLER                PIC X(02) VALUE SPACES.
006020     05  WS-RPA-BEFORE         PIC -Z,ZZZ,ZZZ,ZZ9.99.
006030     05  FILLER                PIC X(02) VALUE SPACES.
006040     05  WS-RPA-AFTER          PIC -Z,ZZZ,ZZZ,ZZ9.99.
006050     05  FILLER                PIC X(02) VALUE SPACES.
006060     05  WS-RPA-NET            PIC -Z,ZZZ,ZZZ,ZZ9.99.
006070*
006080 01  WS-RP-BATCH-LINE.
006090     05  WS-RPB-LABEL          PIC X(24).
006100     05  FILLER                PIC X(09) VALUE "DETAILS  ".
006110     05  WS-RPB-COUNT          PIC ZZZ,ZZZ,ZZ9.
006120     05  FILLER                PIC X(09) VALUE "  TOTAL  ".
006130     05  WS-RPB-TOTAL          PIC -Z,ZZZ,ZZZ,ZZ9.99.
006140*
006150*    RUN-CONTROL REGISTRATION FIELDS FOR THE CXB40107 SERVICE
006160*
006170 77  WS-RUNC-FUNCTION          PIC X(01)  VALUE 'S'.
006180 77  WS-RUNC-IN-COUNT          PIC 9(09)  COMP VALUE ZERO.
006190 77  WS-RUNC-REJ-ZERO          PIC 9(09)  COMP VALUE ZERO.
006200 77  WS-RUNC-TRUNC-ZERO        PIC 9(09)  COMP VALUE ZERO.
006210 77  WS-RUNC-OVFL-ZERO         PIC 9(09)  COMP VALUE ZERO.
006220 77  WS-RUNC-FINAL-RC          PIC S9(04) COMP VALUE ZERO.
006230 77  WS-RUNC-RESULT            PIC X(01)  VALUE '0'.
006240     88  RUN-CALL-RECORDED                   VALUE '0'.
006250     88  RUN-DUPLICATE                       VALUE 'D'.
006260     88  RUN-REGISTRY-ERROR                  VALUE 'E'.
006270*
006280*    EVENT-LOGGING FIELDS FOR THE CXB40127 SERVICE
006290*
006300 77  WS-EVT-SEVERITY           PIC X(01)  VALUE SPACE.
006310 77  WS-EVT-CODE               PIC X(08)  VALUE SPACES.
006320 77  WS-EVT-TEXT               PIC X(40)  VALUE SPACES.
006330 77  WS-EVT-RESULT             PIC X(01)  VALUE SPACE.
006340*
006350 PROCEDURE DIVISION.
006360*
006370*===============================================================
006380*    0000-MAINLINE
006390*===============================================================
006400 0000-MAINLINE.
006410*
006420     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
006430*
006440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006450*
006460     PERFORM 2000-CHECK-RECON-GATE THRU 2000-EXIT.
006470     IF GATE-NOT-PASSED
006480         DISPLAY 'CXB40124 RECONCILIATIONS NOT PROVEN CLEAN '
006490             'FOR ' WS-RUN-DATE ' - NOTHING EXTRACTED'
006500         MOVE 8 TO RETURN-CODE
006510         PERFORM 8900-REGISTER-END THRU 8900-EXIT
006520         STOP RUN
006530     END-IF.
006540*
006550     PERFORM 2300-CHECK-PERIOD THRU 2300-EXIT.
006560     IF PERIOD-IS-CLOSED OR PERIOD-CHECK-FAILED
006570         DISPLAY 'CXB40124 NO OPEN ACCOUNTING PERIOD FOR '
006580             WS-RUN-DATE ' - NOTHING EXTRACTED'
006590         MOVE 8 TO RETURN-CODE
006600         MOVE 'F' TO WS-EVT-SEVERITY
006610         MOVE 'PERIOD' TO WS-EVT-CODE
006620         MOVE 'PERIOD CLOSED - GL EXTRACT REFUSED'
006630             TO WS-EVT-TEXT
006640         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
006650         PERFORM 8900-REGISTER-END THRU 8900-EXIT
006660         STOP RUN
006670     END-IF.
006680*
006690     PERFORM 2500-OPEN-MAPPING THRU 2500-EXIT.
006700     PERFORM 2600-OPEN-DETAIL THRU 2600-EXIT.
006710     PERFORM 7100-LOAD-REGISTER THRU 7100-EXIT.
006720*
006730     IF REPROCESSING-RUN
006740         PERFORM 2700-LOCATE-ORIGINAL THRU 2700-EXIT
006750         IF REPROCESSING-REFUSED
006760             DISPLAY 'CXB40124 REPROCESSING OF ' WS-RUN-DATE
006770                 ' REFUSED - NOTHING EXTRACTED'
006780             MOVE 8 TO RETURN-CODE
006790             MOVE 'F' TO WS-EVT-SEVERITY
006800             MOVE 'REPRO' TO WS-EVT-CODE
006810             MOVE 'REPROCESSING REFUSED - NOTHING EXTRACTED'
006820                 TO WS-EVT-TEXT
006830             PERFORM 9800-LOG-EVENT THRU 9800-EXIT
006840             PERFORM 8900-REGISTER-END THRU 8900-EXIT
006850             STOP RUN
006860         END-IF
006870     END-IF.
006880*
006890     PERFORM 3000-OPEN-EXTRACT THRU 3000-EXIT.
006900     PERFORM 4000-EXTRACT-DBL-PATH THRU 4000-EXIT.
006910     PERFORM 5000-EXTRACT-PD-PATH THRU 5000-EXIT.
006920     PERFORM 6000-CLOSE-EXTRACT THRU 6000-EXIT.
006930*
006940     PERFORM 7000-UPDATE-REGISTER THRU 7000-EXIT.
006950     PERFORM 7500-SAVE-ACCOUNT-TOTALS THRU 7500-EXIT.
006960*
006970     IF REPROCESSING-RUN
006980         PERFORM 8000-PRINT-REPRO-REPORT THRU 8000-EXIT
006990     END-IF.
007000*
007010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007020*
007030     STOP RUN.
007040*
007050*===============================================================
007060*    0500-REGISTER-START
007070*===============================================================
007080 0500-REGISTER-START.
007090*
007100     MOVE 'S' TO WS-RUNC-FUNCTION.
007110     CALL 'CXB40107' USING WS-RUNC-FUNCTION
007120                            PROGRAM-NAME
007130                            WS-RUNC-IN-COUNT
007140                            WS-DETAIL-COUNT
007150                            WS-RUNC-REJ-ZERO
007160                            WS-RUNC-TRUNC-ZERO
007170                            WS-RUNC-OVFL-ZERO
007180                            WS-RUNC-FINAL-RC
007190                            WS-RUNC-RESULT.
007200*
007210     IF RUN-DUPLICATE
007220         DISPLAY 'CXB40124 ALREADY RAN THIS BUSINESS DATE - '
007230             'RUN REFUSED'
007240         MOVE 20 TO RETURN-CODE
007250         STOP RUN
007260     END-IF.
007270*
007280     IF RUN-REGISTRY-ERROR
007290         DISPLAY 'CXB40124 RUN REGISTRY UNAVAILABLE - '
007300             'RUN CONTINUES UNREGISTERED'
007310     END-IF.
007320*
007330 0500-EXIT.
007340     EXIT.
007350*
007360*===============================================================
007370*    1000-INITIALIZE
007380*===============================================================
007390 1000-INITIALIZE.
007400*
007410     CALL 'CXB40117' USING WS-RUN-DATE
007420                            WS-BDAT-RESULT.
007430     CALL 'CXB40136' USING WS-RUN-CYCLE
007440                            WS-FINAL-CYCLE
007450                            WS-CYCLE-RESULT.
007460*
007470*    A REPROCESSED DATE POSTS AS A REPOST UNDER THE NUMBER
007480*    CXB40153 GAVE THE REPROCESSING; AN ORDINARY NIGHT POSTS
007490*    UNDER NUMBER ZERO.
007500*
007510     IF REPROCESSING-RUN
007520         PERFORM 1100-LOAD-REPRO-CONTROL THRU 1100-EXIT
007530         SET BATCH-IS-REPOST TO TRUE
007540     ELSE
007550         SET BATCH-IS-NORMAL TO TRUE
007560         MOVE ZERO TO WS-REPRO-SEQ
007570     END-IF.
007580*
007590 1000-EXIT.
007600     EXIT.
007610*
007620*===============================================================
007630*    1100-LOAD-REPRO-CONTROL
007640*===============================================================
007650 1100-LOAD-REPRO-CONTROL.
007660*
007670*    CXB40117 HAS JUST READ REPROCTL, SO A RECORD THAT CANNOT
007680*    BE READ NOW LEAVES THE REPROCESSING NUMBER UNKNOWN AND
007690*    NOTHING IS EXTRACTED.
007700*
007710     OPEN INPUT REPRO-CONTROL-FILE.
007720     IF NOT WS-REPRO-FILE-OK
007730         DISPLAY 'CXB40124 REPROCTL NOT AVAILABLE, STATUS='
007740             WS-REPRO-STATUS ' - NOTHING EXTRACTED'
007750         GO TO 1100-REFUSE
007760     END-IF.
007770     READ REPRO-CONTROL-FILE
007780         AT END
007790             DISPLAY 'CXB40124 REPROCTL IS EMPTY - NOTHING '
007800                 'EXTRACTED'
007810             CLOSE REPRO-CONTROL-FILE
007820             GO TO 1100-REFUSE
007830     END-READ.
007840     MOVE RP-REPRO-SEQ TO WS-REPRO-SEQ.
007850     CLOSE REPRO-CONTROL-FILE.
007860     DISPLAY 'CXB40124 REPROCESSING ' WS-REPRO-SEQ ' OF '
007870         WS-RUN-DATE ' CYCLE ' WS-RUN-CYCLE.
007880     GO TO 1100-EXIT.
007890*
007900 1100-REFUSE.
007910     MOVE 8 TO RETURN-CODE.
007920     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
007930     STOP RUN.
007940*
007950 1100-EXIT.
007960     EXIT.
007970*
007980*===============================================================
007990*    2000-CHECK-RECON-GATE
008000*===============================================================
008010 2000-CHECK-RECON-GATE.
008020*
008030     SET GATE-NOT-PASSED TO TRUE.
008040*
008050     OPEN INPUT RUN-CONTROL-FILE.
008060     IF NOT WS-RUN-FILE-OK
008070         DISPLAY 'CXB40124 RUNCTL NOT AVAILABLE, STATUS='
008080             WS-RUN-STATUS
008090         GO TO 2000-EXIT
008100     END-IF.
008110*
008120     SET GATE-PASSED TO TRUE.
008130     MOVE 'CXB40099' TO WS-GATE-PROGRAM.
008140     PERFORM 2100-CHECK-ONE-RECON THRU 2100-EXIT.
008150     MOVE 'CXB40106' TO WS-GATE-PROGRAM.
008160     PERFORM 2100-CHECK-ONE-RECON THRU 2100-EXIT.
008170*
008180     CLOSE RUN-CONTROL-FILE.
008190*
008200 2000-EXIT.
008210     EXIT.
008220*
008230*===============================================================
008240*    2100-CHECK-ONE-RECON
008250*===============================================================
008260 2100-CHECK-ONE-RECON.
008270*
008280*    THE RECONCILIATION PASSES ONLY IF IT IS ON RECORD FOR
008290*    THE BUSINESS DATE AND CYCLE, ENDED, WITH RETURN-CODE
008300*    ZERO AND A
008310*    ZERO MISMATCH COUNT (THE RECONCILIATIONS REPORT THEIR
008320*    MISMATCHES IN THE REGISTRY'S OUT-COUNT FIELD).
008330*
008340     MOVE WS-GATE-PROGRAM TO RN-RUN-PROGRAM.
008350     MOVE WS-RUN-DATE     TO RN-RUN-DATE.
008360     MOVE WS-RUN-CYCLE    TO RN-RUN-CYCLE.
008370     READ RUN-CONTROL-FILE.
008380     IF NOT WS-RUN-FILE-OK
008390         DISPLAY 'CXB40124 NO ' WS-GATE-PROGRAM
008400             ' RUN ON RECORD FOR ' WS-RUN-DATE
008410             ' CYCLE ' WS-RUN-CYCLE
008420         SET GATE-NOT-PASSED TO TRUE
008430         GO TO 2100-EXIT
008440     END-IF.
008450     IF NOT RN-RUN-ENDED
008460         OR RN-RUN-RETURN-CODE NOT = ZERO
008470         OR RN-RUN-OUT-COUNT NOT = ZERO
008480         DISPLAY 'CXB40124 ' WS-GATE-PROGRAM
008490             ' DID NOT END CLEAN FOR ' WS-RUN-DATE
008500         SET GATE-NOT-PASSED TO TRUE
008510     END-IF.
008520*
008530*    A REPROCESSED DATE IS EXTRACTED ONLY FROM RESULTS BOTH
008540*    RECONCILIATIONS PROVED IN THE SAME REPROCESSING.
008550*
008560     IF REPROCESSING-RUN
008570         AND (NOT RN-RUN-REPROCESSING
008580           OR RN-RUN-REPRO-SEQ NOT = WS-REPRO-SEQ)
008590         DISPLAY 'CXB40124 ' WS-GATE-PROGRAM
008600             ' NOT RERUN IN REPROCESSING ' WS-REPRO-SEQ
008610             ' FOR ' WS-RUN-DATE
008620         SET GATE-NOT-PASSED TO TRUE
008630     END-IF.
008640*
008650 2100-EXIT.
008660     EXIT.
008670*
008680*===============================================================
008690*    2300-CHECK-PERIOD
008700*===============================================================
008710 2300-CHECK-PERIOD.
008720*
008730*    THE EXTRACT MAY NOT POST INTO A PERIOD CXB40146 HAS
008740*    CLOSED.  CXB40147 RETURNS THE DATE TO POST UNDER: THE
008750*    BUSINESS DATE ITSELF, OR THE FIRST DAY OF THE NEXT OPEN
008760*    MONTH WHEN THE BUSINESS DATE'S MONTH IS CLOSED.
008770*
008780     CALL 'CXB40147' USING WS-RUN-DATE
008790                            WS-POST-DATE
008800                            WS-PERIOD-RESULT.
008810     MOVE 'N' TO WS-PPA-FLAG.
008820     IF PERIOD-CARRIED-FORWARD
008830         MOVE 'Y' TO WS-PPA-FLAG
008840         DISPLAY 'CXB40124 PERIOD OF ' WS-RUN-DATE
008850             ' CLOSED - EXTRACT POSTED TO ' WS-POST-DATE
008860             ' AS PRIOR-PERIOD ADJUSTMENT'
008870         MOVE 'W' TO WS-EVT-SEVERITY
008880         MOVE 'PERIOD' TO WS-EVT-CODE
008890         MOVE 'PERIOD CLOSED - PRIOR-PERIOD ADJUSTMENT'
008900             TO WS-EVT-TEXT
008910         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
008920     END-IF.
008930*
008940 2300-EXIT.
008950     EXIT.
008960*
008970*===============================================================
008980*    2500-OPEN-MAPPING
008990*===============================================================
009000 2500-OPEN-MAPPING.
009010*
009020*    WITHOUT THE MAPPING TABLE NO DETAIL CAN BE POSTED TO ITS
009030*    ACCOUNT, SO NOTHING IS EXTRACTED RATHER THAN EVERYTHING
009040*    BEING SENT TO GLUNMAP.
009050*
009060     OPEN INPUT GL-MAP-FILE.
009070     IF NOT WS-GLMP-FILE-OK
009080         DISPLAY 'CXB40124 GLMAP NOT AVAILABLE, STATUS='
009090             WS-GLMP-STATUS ' - NOTHING EXTRACTED'
009100         MOVE 8 TO RETURN-CODE
009110         MOVE 'F' TO WS-EVT-SEVERITY
009120         MOVE 'GLMAP' TO WS-EVT-CODE
009130         MOVE 'GLMAP UNAVAILABLE - NOTHING EXTRACTED'
009140             TO WS-EVT-TEXT
009150         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
009160         PERFORM 8900-REGISTER-END THRU 8900-EXIT
009170         STOP RUN
009180     END-IF.
009190*
009200     OPEN OUTPUT UNMAPPED-FILE.
009210*
009220 2500-EXIT.
009230     EXIT.
009240*
009250*===============================================================
009260*    2600-OPEN-DETAIL
009270*===============================================================
009280 2600-OPEN-DETAIL.
009290*
009300*    A BATCH WHOSE ACCOUNT TOTALS CANNOT BE KEPT COULD NEVER BE
009310*    REVERSED EXACTLY, SO WITHOUT LEDGDTL NOTHING IS EXTRACTED.
009320*
009330     OPEN I-O DETAIL-FILE.
009340     IF WS-LDTL-NOT-FOUND
009350         CLOSE DETAIL-FILE
009360         OPEN OUTPUT DETAIL-FILE
009370         CLOSE DETAIL-FILE
009380         OPEN I-O DETAIL-FILE
009390     END-IF.
009400     IF NOT WS-LDTL-FILE-OK
009410         DISPLAY 'CXB40124 LEDGDTL NOT AVAILABLE, STATUS='
009420             WS-LDTL-STATUS ' - NOTHING EXTRACTED'
009430         MOVE 8 TO RETURN-CODE
009440         MOVE 'F' TO WS-EVT-SEVERITY
009450         MOVE 'LEDGDTL' TO WS-EVT-CODE
009460         MOVE 'LEDGDTL UNAVAILABLE - NOTHING EXTRACTED'
009470             TO WS-EVT-TEXT
009480         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
009490         PERFORM 8900-REGISTER-END THRU 8900-EXIT
009500         STOP RUN
009510     END-IF.
009520*
009530 2600-EXIT.
009540     EXIT.
009550*
009560*===============================================================
009570*    2700-LOCATE-ORIGINAL
009580*===============================================================
009590 2700-LOCATE-ORIGINAL.
009600*
009610*    THE BATCH TO REVERSE IS THE LAST ONE POSTED FOR THE DATE
009620*    AND CYCLE: THE ORDINARY NIGHT'S, OR THE REPOST OF THE
009630*    HIGHEST-NUMBERED EARLIER REPROCESSING.  ITS ACCOUNT TOTALS
009640*    COME FROM LEDGDTL AND MUST ADD UP TO ITS LEDGREG ENTRY.
009650*
009660     SET REPROCESSING-NOT-REFUSED TO TRUE.
009670     SET ORIGINAL-NOT-FOUND TO TRUE.
009680     MOVE ZERO TO WS-ORIG-INDEX.
009690     MOVE ZERO TO WS-ORIG-COUNT-SUM.
009700     MOVE ZERO TO WS-ORIG-AMOUNT-SUM.
009710     PERFORM 2710-CHECK-ONE-ENTRY THRU 2710-EXIT
009720         VARYING WS-IDX FROM 1 BY 1
009730         UNTIL WS-IDX > WS-REG-COUNT
009740            OR REPROCESSING-REFUSED.
009750     IF REPROCESSING-REFUSED
009760         GO TO 2700-EXIT
009770     END-IF.
009780*
009790     IF WS-ORIG-INDEX = ZERO
009800         PERFORM 2740-CHECK-UNREGISTERED THRU 2740-EXIT
009810         GO TO 2700-EXIT
009820     END-IF.
009830*
009840     SET ORIGINAL-FOUND TO TRUE.
009850     MOVE WS-TBL-REPRO-SEQ(WS-ORIG-INDEX) TO WS-ORIG-SEQ.
009860     MOVE WS-ORIG-SEQ TO WS-BROWSE-SEQ.
009870     PERFORM 2720-START-BROWSE THRU 2720-EXIT.
009880     PERFORM 2730-LOAD-ONE-LINE THRU 2730-EXIT
009890         UNTIL END-OF-DETAIL
009900            OR REPROCESSING-REFUSED.
009910     IF REPROCESSING-REFUSED
009920         GO TO 2700-EXIT
009930     END-IF.
009940*
009950     IF WS-ORIG-COUNT-SUM NOT = WS-TBL-RECORD-COUNT(WS-ORIG-INDEX)
009960         OR WS-ORIG-AMOUNT-SUM NOT =
009970             WS-TBL-AMOUNT-TOTAL(WS-ORIG-INDEX)
009980         DISPLAY 'CXB40124 LEDGDTL TOTALS DO NOT MATCH LEDGREG '
009990             'FOR ' WS-RUN-DATE ' CYCLE ' WS-RUN-CYCLE
010000             ' - REVERSE BY HAND'
010010         SET REPROCESSING-REFUSED TO TRUE
010020         GO TO 2700-EXIT
010030     END-IF.
010040     MOVE WS-ORIG-COUNT-SUM TO WS-BEFORE-DETAILS.
010050*
010060 2700-EXIT.
010070     EXIT.
010080*
010090*===============================================================
010100*    2710-CHECK-ONE-ENTRY
010110*===============================================================
010120 2710-CHECK-ONE-ENTRY.
010130*
010140     IF WS-TBL-BUSINESS-DATE(WS-IDX) NOT = WS-RUN-DATE
010150         OR WS-TBL-CYCLE(WS-IDX) NOT = WS-RUN-CYCLE
010160         GO TO 2710-EXIT
010170     END-IF.
010180*
010190*    THIS REPROCESSING HAS ALREADY POSTED; A SECOND REVERSAL
010200*    UNDER THE SAME NUMBER WOULD COLLIDE WITH THE FIRST.
010210*
010220     IF WS-TBL-REPRO-SEQ(WS-IDX) = WS-REPRO-SEQ
010230         DISPLAY 'CXB40124 REPROCESSING ' WS-REPRO-SEQ
010240             ' ALREADY POSTED FOR ' WS-RUN-DATE
010250             ' - OPEN A NEW REPROCESSING'
010260         SET REPROCESSING-REFUSED TO TRUE
010270         GO TO 2710-EXIT
010280     END-IF.
010290*
010300     IF WS-TBL-BATCH-TYPE(WS-IDX) = 'V'
010310         GO TO 2710-EXIT
010320     END-IF.
010330     IF WS-ORIG-INDEX = ZERO
010340         MOVE WS-IDX TO WS-ORIG-INDEX
010350         GO TO 2710-EXIT
010360     END-IF.
010370     IF WS-TBL-REPRO-SEQ(WS-IDX) >
010380         WS-TBL-REPRO-SEQ(WS-ORIG-INDEX)
010390         MOVE WS-IDX TO WS-ORIG-INDEX
010400     END-IF.
010410*
010420 2710-EXIT.
010430     EXIT.
010440*
010450*===============================================================
010460*    2720-START-BROWSE
010470*===============================================================
010480 2720-START-BROWSE.
010490*
010500*    POSITIONS LEDGDTL AT THE FIRST ACCOUNT LINE OF THE RUN
010510*    DATE AND CYCLE UNDER REPROCESSING NUMBER WS-BROWSE-SEQ.
010520*
010530     SET NOT-END-OF-DETAIL TO TRUE.
010540     MOVE WS-RUN-DATE   TO LD-BUSINESS-DATE.
010550     MOVE WS-RUN-CYCLE  TO LD-CYCLE.
010560     MOVE WS-BROWSE-SEQ TO LD-REPRO-SEQ.
010570     MOVE LOW-VALUES    TO LD-ACCOUNT.
010580     MOVE LOW-VALUES    TO LD-COST-CENTER.
010590     START DETAIL-FILE KEY IS NOT LESS THAN LD-DETAIL-KEY.
010600     IF NOT WS-LDTL-FILE-OK
010610         SET END-OF-DETAIL TO TRUE
010620     END-IF.
010630*
010640 2720-EXIT.
010650     EXIT.
010660*
010670*===============================================================
010680*    2730-LOAD-ONE-LINE
010690*===============================================================
010700 2730-LOAD-ONE-LINE.
010710*
010720     READ DETAIL-FILE NEXT RECORD
010730         AT END
010740             SET END-OF-DETAIL TO TRUE
010750             GO TO 2730-EXIT
010760     END-READ.
010770     IF LD-BUSINESS-DATE NOT = WS-RUN-DATE
010780         OR LD-CYCLE NOT = WS-RUN-CYCLE
010790         OR LD-REPRO-SEQ NOT = WS-ORIG-SEQ
010800         SET END-OF-DETAIL TO TRUE
010810         GO TO 2730-EXIT
010820     END-IF.
010830*
010840     MOVE LD-ACCOUNT     TO WS-FIND-ACCOUNT.
010850     MOVE LD-COST-CENTER TO WS-FIND-COST-CENTER.
010860     PERFORM 4700-FIND-ACCOUNT THRU 4700-EXIT.
010870     IF WS-ACCT-FOUND = ZERO
010880         DISPLAY 'CXB40124 MORE THAN ' WS-ACCT-MAX
010890             ' ACCOUNTS TO REVERSE - REVERSE BY HAND'
010900         SET REPROCESSING-REFUSED TO TRUE
010910         GO TO 2730-EXIT
010920     END-IF.
010930     ADD LD-RECORD-COUNT TO WS-ACT-BEFORE-COUNT(WS-ACCT-FOUND).
010940     ADD LD-AMOUNT       TO WS-ACT-BEFORE-AMOUNT(WS-ACCT-FOUND).
010950     ADD LD-RECORD-COUNT TO WS-ORIG-COUNT-SUM.
010960     ADD LD-AMOUNT       TO WS-ORIG-AMOUNT-SUM.
010970*
010980 2730-EXIT.
010990     EXIT.
011000*
011010*===============================================================
011020*    2740-CHECK-UNREGISTERED
011030*===============================================================
011040 2740-CHECK-UNREGISTERED.
011050*
011060*    NO LEDGREG ENTRY MEANS EITHER NOTHING WAS EVER SENT FOR
011070*    THE DATE, SO ONLY THE REPOST GOES, OR THE ENTRY HAS BEEN
011080*    PRUNED WHILE LEDGDTL STILL SHOWS POSTINGS, WHICH CANNOT BE
011090*    REVERSED FROM HERE.
011100*
011110     MOVE ZERO TO WS-BROWSE-SEQ.
011120     PERFORM 2720-START-BROWSE THRU 2720-EXIT.
011130     IF NOT END-OF-DETAIL
011140         READ DETAIL-FILE NEXT RECORD
011150             AT END
011160                 SET END-OF-DETAIL TO TRUE
011170         END-READ
011180     END-IF.
011190     IF NOT END-OF-DETAIL
011200         AND LD-BUSINESS-DATE = WS-RUN-DATE
011210         AND LD-CYCLE = WS-RUN-CYCLE
011220         DISPLAY 'CXB40124 POSTINGS FOR ' WS-RUN-DATE
011230             ' CYCLE ' WS-RUN-CYCLE ' NO LONGER ON LEDGREG - '
011240             'REVERSE BY HAND'
011250         SET REPROCESSING-REFUSED TO TRUE
011260         GO TO 2740-EXIT
011270     END-IF.
011280     DISPLAY 'CXB40124 NOTHING SENT EARLIER FOR ' WS-RUN-DATE
011290         ' CYCLE ' WS-RUN-CYCLE ' - NOTHING TO REVERSE'.
011300*
011310 2740-EXIT.
011320     EXIT.
011330*
011340*===============================================================
011350*    3000-OPEN-EXTRACT
011360*===============================================================
011370 3000-OPEN-EXTRACT.
011380*
011390     OPEN OUTPUT EXTRACT-FILE.
011400     IF NOT WS-EXTR-FILE-OK
011410         DISPLAY 'CXB40124 GLEXTR OPEN FAILED, STATUS='
011420             WS-EXTR-STATUS
011430         MOVE 8 TO RETURN-CODE
011440         PERFORM 8900-REGISTER-END THRU 8900-EXIT
011450         STOP RUN
011460     END-IF.
011470*
011480*    A REPROCESSED DATE SENDS THE REVERSAL BATCH FIRST, THEN
011490*    THE REPOST BATCH THE EXTRACT GOES ON TO WRITE.
011500*
011510     SET REVERSAL-NOT-WRITTEN TO TRUE.
011520     IF REPROCESSING-RUN AND ORIGINAL-FOUND
011530         PERFORM 3500-WRITE-REVERSAL-BATCH THRU 3500-EXIT
011540     END-IF.
011550     PERFORM 3100-WRITE-HEADER THRU 3100-EXIT.
011560*
011570 3000-EXIT.
011580     EXIT.
011590*
011600*===============================================================
011610*    3100-WRITE-HEADER
011620*===============================================================
011630 3100-WRITE-HEADER.
011640*
011650     MOVE SPACES TO EXTRACT-RECORD.
011660     MOVE 'H' TO GL-REC-TYPE.
011670     MOVE WS-POST-DATE TO GL-BUSINESS-DATE.
011680     MOVE WS-RUN-CYCLE TO GL-CYCLE.
011690     MOVE WS-PPA-FLAG TO GL-PPA-FLAG.
011700     MOVE PROGRAM-NAME TO GL-SOURCE.
011710     MOVE WS-BATCH-TYPE TO GL-BATCH-TYPE.
011720     MOVE ZERO TO GL-AMOUNT.
011730     MOVE ZERO TO GL-RECORD-COUNT.
011740     WRITE EXTRACT-RECORD.
011750*
011760 3100-EXIT.
011770     EXIT.
011780*
011790*===============================================================
011800*    3500-WRITE-REVERSAL-BATCH
011810*===============================================================
011820 3500-WRITE-REVERSAL-BATCH.
011830*
011840*    ONE DETAIL PER ACCOUNT AND COST CENTER OF THE BATCH BEING
011850*    REVERSED, FOR ITS TOTAL WITH THE SIGN TURNED, SO THE
011860*    REVERSAL BATCH NETS THE EARLIER POSTINGS TO ZERO.  ITS
011870*    FIGURES ARE KEPT FOR LEDGREG AND THE COUNTERS CLEARED FOR
011880*    THE REPOST BATCH.
011890*
011900     SET BATCH-IS-REVERSAL TO TRUE.
011910     PERFORM 3100-WRITE-HEADER THRU 3100-EXIT.
011920     PERFORM 3510-REVERSE-ONE-ACCOUNT THRU 3510-EXIT
011930         VARYING WS-ACCT-IDX FROM 1 BY 1
011940         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
011950     PERFORM 6100-WRITE-TRAILER THRU 6100-EXIT.
011960*
011970     MOVE WS-DETAIL-COUNT TO WS-REV-COUNT.
011980     MOVE WS-AMOUNT-TOTAL TO WS-REV-TOTAL.
011990     MOVE ZERO TO WS-DETAIL-COUNT.
012000     MOVE ZERO TO WS-AMOUNT-TOTAL.
012010     SET REVERSAL-WRITTEN TO TRUE.
012020     SET BATCH-IS-REPOST TO TRUE.
012030*
012040 3500-EXIT.
012050     EXIT.
012060*
012070*===============================================================
012080*    3510-REVERSE-ONE-ACCOUNT
012090*===============================================================
012100 3510-REVERSE-ONE-ACCOUNT.
012110*
012120     COMPUTE WS-WORK-AMOUNT =
012130         ZERO - WS-ACT-BEFORE-AMOUNT(WS-ACCT-IDX).
012140     MOVE WS-ACT-ACCOUNT(WS-ACCT-IDX)     TO WS-POST-ACCOUNT.
012150     MOVE WS-ACT-COST-CENTER(WS-ACCT-IDX) TO WS-POST-COST-CENTER.
012160     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
012170*
012180 3510-EXIT.
012190     EXIT.
012200*
012210*===============================================================
012220*    4000-EXTRACT-DBL-PATH
012230*===============================================================
012240 4000-EXTRACT-DBL-PATH.
012250*
012260     SET NOT-END-OF-INPUT TO TRUE.
012270     SET TRAILER-NOT-SEEN TO TRUE.
012280     MOVE ZERO TO WS-ENV-DATA-COUNT.
012290*
012300     OPEN INPUT DBL-OUT-FILE.
012310     IF NOT WS-DOUT-FILE-OK
012320         DISPLAY 'CXB40124 DBLOUT NOT AVAILABLE, STATUS='
012330             WS-DOUT-STATUS
012340         SET ENVELOPE-BAD TO TRUE
012350         GO TO 4000-EXIT
012360     END-IF.
012370*
012380     READ DBL-OUT-FILE
012390         AT END
012400             SET END-OF-INPUT TO TRUE
012410     END-READ.
012420     IF END-OF-INPUT OR NOT DO-HEADER-REC
012430         DISPLAY 'CXB40124 DBLOUT HAS NO CONTROL HEADER - '
012440             'PATH SKIPPED'
012450         SET ENVELOPE-BAD TO TRUE
012460         CLOSE DBL-OUT-FILE
012470         GO TO 4000-EXIT
012480     END-IF.
012490*
012500     READ DBL-OUT-FILE
012510         AT END
012520             SET END-OF-INPUT TO TRUE
012530     END-READ.
012540     PERFORM 4100-EXTRACT-ONE-DBL THRU 4100-EXIT
012550         UNTIL END-OF-INPUT.
012560*
012570     IF TRAILER-NOT-SEEN
012580         DISPLAY 'CXB40124 DBLOUT TRAILER MISSING'
012590         SET ENVELOPE-BAD TO TRUE
012600     END-IF.
012610*
012620     CLOSE DBL-OUT-FILE.
012630*
012640 4000-EXIT.
012650     EXIT.
012660*
012670*===============================================================
012680*    4100-EXTRACT-ONE-DBL
012690*===============================================================
012700 4100-EXTRACT-ONE-DBL.
012710*
012720     IF DO-TRAILER-REC
012730         IF DO-RECORD-COUNT NOT = WS-ENV-DATA-COUNT
012740             DISPLAY 'CXB40124 DBLOUT CONTROL COUNT DOES NOT '
012750                 'MATCH WHAT WAS READ'
012760             SET ENVELOPE-BAD TO TRUE
012770         END-IF
012780         SET TRAILER-SEEN TO TRUE
012790         SET END-OF-INPUT TO TRUE
012800         GO TO 4100-EXIT
012810     END-IF.
012820     IF NOT DO-DATA-REC
012830         DISPLAY 'CXB40124 DBLOUT BAD RECORD TYPE "'
012840             DO-RECORD-TYPE '"'
012850         SET ENVELOPE-BAD TO TRUE
012860         SET END-OF-INPUT TO TRUE
012870         GO TO 4100-EXIT
012880     END-IF.
012890*
012900     ADD 1 TO WS-ENV-DATA-COUNT.
012910*
012920     IF DO-OUT-OVERFLOW = 'Y'
012930         ADD 1 TO WS-SKIP-COUNT
012940     ELSE
012950         MOVE DO-OUT-DOUBLE TO WS-WORK-AMOUNT
012960         MOVE 'DBL' TO WS-MAP-PATH
012970         MOVE SPACES TO WS-MAP-LOCATION
012980         PERFORM 4400-POST-RESULT THRU 4400-EXIT
012990     END-IF.
013000*
013010     READ DBL-OUT-FILE
013020         AT END
013030             SET END-OF-INPUT TO TRUE
013040     END-READ.
013050*
013060 4100-EXIT.
013070     EXIT.
013080*
013090*===============================================================
013100*    4400-POST-RESULT
013110*===============================================================
013120 4400-POST-RESULT.
013130*
013140*    THE CALLER LOADS WS-WORK-AMOUNT, WS-MAP-PATH, AND
013150*    WS-MAP-LOCATION.  A MAPPED RESULT IS WRITTEN AS A DETAIL;
013160*    AN UNMAPPED ONE GOES TO GLUNMAP AND IS NOT POSTED.
013170*
013180     MOVE WS-MAP-PATH     TO GM-SOURCE-PATH.
013190     MOVE WS-MAP-LOCATION TO GM-LOCATION.
013200     READ GL-MAP-FILE.
013210     IF WS-GLMP-FILE-OK
013220         MOVE GM-GL-ACCOUNT  TO WS-POST-ACCOUNT
013230         MOVE GM-COST-CENTER TO WS-POST-COST-CENTER
013240         PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT
013250         GO TO 4400-EXIT
013260     END-IF.
013270*
013280     MOVE WS-RUN-DATE     TO UM-BUSINESS-DATE.
013290     MOVE WS-MAP-PATH     TO UM-SOURCE-PATH.
013300     MOVE WS-MAP-LOCATION TO UM-LOCATION.
013310     MOVE WS-WORK-AMOUNT  TO UM-AMOUNT.
013320     WRITE UNMAPPED-RECORD.
013330     ADD 1 TO WS-UNMAPPED-COUNT.
013340     DISPLAY 'CXB40124 NO GLMAP ENTRY FOR ' WS-MAP-PATH
013350         ' "' WS-MAP-LOCATION '" - SENT TO GLUNMAP'.
013360*
013370 4400-EXIT.
013380     EXIT.
013390*
013400*===============================================================
013410*    4500-WRITE-DETAIL
013420*===============================================================
013430 4500-WRITE-DETAIL.
013440*
013450*    A POSITIVE AMOUNT POSTS AS A DEBIT; A NEGATIVE ONE POSTS
013460*    AS A CREDIT OF ITS ABSOLUTE VALUE, THE LEDGER SYSTEM'S
013470*    CONVENTION.  THE CALLER LOADS WS-WORK-AMOUNT,
013480*    WS-POST-ACCOUNT, AND WS-POST-COST-CENTER FIRST.
013490*
013500     MOVE SPACES TO EXTRACT-RECORD.
013510     MOVE 'D' TO GL-REC-TYPE.
013520     MOVE WS-POST-DATE TO GL-BUSINESS-DATE.
013530     MOVE WS-RUN-CYCLE TO GL-CYCLE.
013540     MOVE WS-PPA-FLAG TO GL-PPA-FLAG.
013550     MOVE PROGRAM-NAME TO GL-SOURCE.
013560     MOVE WS-BATCH-TYPE TO GL-BATCH-TYPE.
013570     MOVE ZERO TO GL-RECORD-COUNT.
013580     MOVE WS-POST-ACCOUNT     TO GL-ACCOUNT.
013590     MOVE WS-POST-COST-CENTER TO GL-COST-CENTER.
013600     IF WS-WORK-AMOUNT < ZERO
013610         MOVE 'C' TO GL-DC-IND
013620         COMPUTE GL-AMOUNT = ZERO - WS-WORK-AMOUNT
013630     ELSE
013640         MOVE 'D' TO GL-DC-IND
013650         MOVE WS-WORK-AMOUNT TO GL-AMOUNT
013660     END-IF.
013670     WRITE EXTRACT-RECORD.
013680     IF NOT WS-EXTR-FILE-OK
013690         DISPLAY 'CXB40124 GLEXTR WRITE FAILED, STATUS='
013700             WS-EXTR-STATUS
013710         MOVE 8 TO RETURN-CODE
013720         GO TO 4500-EXIT
013730     END-IF.
013740*
013750     ADD 1 TO WS-DETAIL-COUNT.
013760     ADD WS-WORK-AMOUNT TO WS-AMOUNT-TOTAL.
013770     IF NOT BATCH-IS-REVERSAL
013780         PERFORM 4600-ADD-AFTER-TOTAL THRU 4600-EXIT
013790     END-IF.
013800*
013810 4500-EXIT.
013820     EXIT.
013830*
013840*===============================================================
013850*    4600-ADD-AFTER-TOTAL
013860*===============================================================
013870 4600-ADD-AFTER-TOTAL.
013880*
013890*    THE POSTING BATCH'S DETAIL IS ADDED TO ITS ACCOUNT AND
013900*    COST CENTER'S TOTAL FOR LEDGDTL.
013910*
013920     MOVE WS-POST-ACCOUNT     TO WS-FIND-ACCOUNT.
013930     MOVE WS-POST-COST-CENTER TO WS-FIND-COST-CENTER.
013940     PERFORM 4700-FIND-ACCOUNT THRU 4700-EXIT.
013950     IF WS-ACCT-FOUND = ZERO
013960         IF ACCOUNT-TABLE-NOT-FULL
013970             DISPLAY 'CXB40124 MORE THAN ' WS-ACCT-MAX
013980                 ' ACCOUNTS POSTED - LEDGDTL INCOMPLETE'
013990             SET ACCOUNT-TABLE-FULL TO TRUE
014000         END-IF
014010         GO TO 4600-EXIT
014020     END-IF.
014030     ADD 1              TO WS-ACT-AFTER-COUNT(WS-ACCT-FOUND).
014040     ADD WS-WORK-AMOUNT TO WS-ACT-AFTER-AMOUNT(WS-ACCT-FOUND).
014050*
014060 4600-EXIT.
014070     EXIT.
014080*
014090*===============================================================
014100*    4700-FIND-ACCOUNT
014110*===============================================================
014120 4700-FIND-ACCOUNT.
014130*
014140*    RETURNS IN WS-ACCT-FOUND THE TABLE ENTRY OF WS-FIND-ACCOUNT
014150*    AND WS-FIND-COST-CENTER, ADDING AN EMPTY ONE IF NEEDED;
014160*    ZERO WHEN THE TABLE IS FULL.
014170*
014180     MOVE ZERO TO WS-ACCT-FOUND.
014190     PERFORM 4710-MATCH-ONE-ACCOUNT THRU 4710-EXIT
014200         VARYING WS-ACCT-IDX FROM 1 BY 1
014210         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
014220            OR WS-ACCT-FOUND > ZERO.
014230     IF WS-ACCT-FOUND > ZERO
014240         GO TO 4700-EXIT
014250     END-IF.
014260     IF WS-ACCT-COUNT >= WS-ACCT-MAX
014270         GO TO 4700-EXIT
014280     END-IF.
014290*
014300     ADD 1 TO WS-ACCT-COUNT.
014310     MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND.
014320     MOVE WS-FIND-ACCOUNT     TO WS-ACT-ACCOUNT(WS-ACCT-FOUND).
014330     MOVE WS-FIND-COST-CENTER
014340         TO WS-ACT-COST-CENTER(WS-ACCT-FOUND).
014350     MOVE ZERO TO WS-ACT-BEFORE-COUNT(WS-ACCT-FOUND).
014360     MOVE ZERO TO WS-ACT-BEFORE-AMOUNT(WS-ACCT-FOUND).
014370     MOVE ZERO TO WS-ACT-AFTER-COUNT(WS-ACCT-FOUND).
014380     MOVE ZERO TO WS-ACT-AFTER-AMOUNT(WS-ACCT-FOUND).
014390*
014400 4700-EXIT.
014410     EXIT.
014420*
014430*===============================================================
014440*    4710-MATCH-ONE-ACCOUNT
014450*===============================================================
014460 4710-MATCH-ONE-ACCOUNT.
014470*
014480     IF WS-ACT-ACCOUNT(WS-ACCT-IDX) = WS-FIND-ACCOUNT
014490         AND WS-ACT-COST-CENTER(WS-ACCT-IDX) = WS-FIND-COST-CENTER
014500         MOVE WS-ACCT-IDX TO WS-ACCT-FOUND
014510     END-IF.
014520*
014530 4710-EXIT.
014540     EXIT.
014550*
014560*===============================================================
014570*    5000-EXTRACT-PD-PATH
014580*===============================================================
014590 5000-EXTRACT-PD-PATH.
014600*
014610     SET NOT-END-OF-INPUT TO TRUE.
014620*
014630     OPEN INPUT PD-OUT-FILE.
014640     IF NOT WS-POUT-FILE-OK
014650         DISPLAY 'CXB40124 PDOUT NOT AVAILABLE, STATUS='
014660             WS-POUT-STATUS
014670         GO TO 5000-EXIT
014680     END-IF.
014690*
014700     READ PD-OUT-FILE
014710         AT END
014720             SET END-OF-INPUT TO TRUE
014730     END-READ.
014740     PERFORM 5100-EXTRACT-ONE-PD THRU 5100-EXIT
014750         UNTIL END-OF-INPUT.
014760*
014770     CLOSE PD-OUT-FILE.
014780*
014790 5000-EXIT.
014800     EXIT.
014810*
014820*===============================================================
014830*    5100-EXTRACT-ONE-PD
014840*===============================================================
014850 5100-EXTRACT-ONE-PD.
014860*
014870     IF PO-OUT-OVERFLOW = 'Y'
014880         ADD 1 TO WS-SKIP-COUNT
014890     ELSE
014900         MOVE PO-OUT-DOUBLE-AMOUNT TO WS-WORK-AMOUNT
014910         MOVE 'PD' TO WS-MAP-PATH
014920         MOVE PO-LOCATION TO WS-MAP-LOCATION
014930         PERFORM 4400-POST-RESULT THRU 4400-EXIT
014940     END-IF.
014950*
014960     READ PD-OUT-FILE
014970         AT END
014980             SET END-OF-INPUT TO TRUE
014990     END-READ.
015000*
015010 5100-EXIT.
015020     EXIT.
015030*
015040*===============================================================
015050*    6000-CLOSE-EXTRACT
015060*===============================================================
015070 6000-CLOSE-EXTRACT.
015080*
015090     PERFORM 6100-WRITE-TRAILER THRU 6100-EXIT.
015100     CLOSE EXTRACT-FILE.
015110     CLOSE GL-MAP-FILE.
015120     CLOSE UNMAPPED-FILE.
015130*
015140 6000-EXIT.
015150     EXIT.
015160*
015170*===============================================================
015180*    6100-WRITE-TRAILER
015190*===============================================================
015200 6100-WRITE-TRAILER.
015210*
015220     MOVE SPACES TO EXTRACT-RECORD.
015230     MOVE 'T' TO GL-REC-TYPE.
015240     MOVE WS-POST-DATE TO GL-BUSINESS-DATE.
015250     MOVE WS-RUN-CYCLE TO GL-CYCLE.
015260     MOVE WS-PPA-FLAG TO GL-PPA-FLAG.
015270     MOVE PROGRAM-NAME TO GL-SOURCE.
015280     MOVE WS-BATCH-TYPE TO GL-BATCH-TYPE.
015290     MOVE WS-DETAIL-COUNT TO GL-RECORD-COUNT.
015300     MOVE WS-AMOUNT-TOTAL TO GL-AMOUNT.
015310     IF WS-AMOUNT-TOTAL < ZERO
015320         MOVE 'C' TO GL-DC-IND
015330         COMPUTE GL-AMOUNT = ZERO - WS-AMOUNT-TOTAL
015340     ELSE
015350         MOVE 'D' TO GL-DC-IND
015360     END-IF.
015370     WRITE EXTRACT-RECORD.
015380*
015390 6100-EXIT.
015400     EXIT.
015410*
015420*===============================================================
015430*    7000-UPDATE-REGISTER
015440*===============================================================
015450 7000-UPDATE-REGISTER.
015460*
015470*    THE REGISTER, LOADED BEFORE THE EXTRACT, HAS THE
015480*    NIGHT'S ENTRY ADDED OR REPLACED AT STATUS 'S' - AFTER
015490*    THE REVERSAL BATCH'S ENTRY ON A REPROCESSED DATE - ANY
015500*    LEDGACK DATES FLIPPED TO 'A', AND THE FILE REWRITTEN
015510*    WHOLE - THE SAME SHAPE OF UPDATE CXB40113 GIVES GENCTL.
015520*
015530     IF REVERSAL-WRITTEN
015540         MOVE 'V'          TO WS-NOTE-TYPE
015550         MOVE WS-REV-COUNT TO WS-NOTE-COUNT
015560         MOVE WS-REV-TOTAL TO WS-NOTE-TOTAL
015570         PERFORM 7200-NOTE-TRANSMISSION THRU 7200-EXIT
015580     END-IF.
015590     MOVE WS-BATCH-TYPE   TO WS-NOTE-TYPE.
015600     MOVE WS-DETAIL-COUNT TO WS-NOTE-COUNT.
015610     MOVE WS-AMOUNT-TOTAL TO WS-NOTE-TOTAL.
015620     PERFORM 7200-NOTE-TRANSMISSION THRU 7200-EXIT.
015630     PERFORM 7300-APPLY-ACKS THRU 7300-EXIT.
015640     PERFORM 7400-REWRITE-REGISTER THRU 7400-EXIT.
015650*
015660 7000-EXIT.
015670     EXIT.
015680*
015690*===============================================================
015700*    7100-LOAD-REGISTER
015710*===============================================================
015720 7100-LOAD-REGISTER.
015730*
015740     MOVE WS-RUN-DATE TO WS-AGE-DATE.
015750     COMPUTE WS-TODAY-DAYS =
015760         (WS-AGE-CCYY * 365) + (WS-AGE-MM * 30) + WS-AGE-DD.
015770*
015780     SET NOT-END-OF-REGISTER TO TRUE.
015790     OPEN INPUT REGISTER-FILE.
015800     IF NOT WS-LREG-FILE-OK
015810         SET END-OF-REGISTER TO TRUE
015820         GO TO 7100-EXIT
015830     END-IF.
015840*
015850     PERFORM 7110-LOAD-ONE-ENTRY THRU 7110-EXIT
015860         UNTIL END-OF-REGISTER.
015870     CLOSE REGISTER-FILE.
015880*
015890 7100-EXIT.
015900     EXIT.
015910*
015920*===============================================================
015930*    7110-LOAD-ONE-ENTRY
015940*===============================================================
015950 7110-LOAD-ONE-ENTRY.
015960*
015970     READ REGISTER-FILE
015980         AT END
015990             SET END-OF-REGISTER TO TRUE
016000             GO TO 7110-EXIT
016010     END-READ.
016020*
016030*    AN ACKNOWLEDGED ENTRY PAST THE RETENTION WINDOW HAS DONE
016040*    ITS JOB AND IS DROPPED HERE, WHICH PRUNES IT FROM THE
016050*    REWRITE; AN 'S' ENTRY IS NEVER PRUNED.
016060*
016070     IF LR-ACKNOWLEDGED
016080         MOVE LR-BUSINESS-DATE TO WS-AGE-DATE
016090         COMPUTE WS-ENTRY-DAYS =
016100             (WS-AGE-CCYY * 365) + (WS-AGE-MM * 30)
016110             + WS-AGE-DD
016120         COMPUTE WS-ENTRY-AGE = WS-TODAY-DAYS - WS-ENTRY-DAYS
016130         IF WS-ENTRY-AGE > WS-RETAIN-DAYS
016140             ADD 1 TO WS-PRUNE-COUNT
016150             GO TO 7110-EXIT
016160         END-IF
016170     END-IF.
016180*
016190     IF WS-REG-COUNT >= WS-REG-MAX
016200         DISPLAY 'CXB40124 LEDGREG TABLE FULL - ENTRY DROPPED'
016210         GO TO 7110-EXIT
016220     END-IF.
016230*
016240     ADD 1 TO WS-REG-COUNT.
016250     MOVE LR-BUSINESS-DATE TO WS-TBL-BUSINESS-DATE(WS-REG-COUNT).
016260     MOVE LR-CYCLE         TO WS-TBL-CYCLE(WS-REG-COUNT).
016270     MOVE LR-RECORD-COUNT  TO WS-TBL-RECORD-COUNT(WS-REG-COUNT).
016280     MOVE LR-AMOUNT-TOTAL  TO WS-TBL-AMOUNT-TOTAL(WS-REG-COUNT).
016290     MOVE LR-STATUS        TO WS-TBL-STATUS(WS-REG-COUNT).
016300*
016310*    AN ENTRY WRITTEN BEFORE POSTING DATES WERE KEPT POSTED
016320*    UNDER ITS OWN BUSINESS DATE.
016330*
016340     IF LR-POST-DATE NUMERIC
016350         MOVE LR-POST-DATE TO WS-TBL-POST-DATE(WS-REG-COUNT)
016360         MOVE LR-PPA-FLAG  TO WS-TBL-PPA-FLAG(WS-REG-COUNT)
016370     ELSE
016380         MOVE LR-BUSINESS-DATE TO WS-TBL-POST-DATE(WS-REG-COUNT)
016390         MOVE 'N'              TO WS-TBL-PPA-FLAG(WS-REG-COUNT)
016400     END-IF.
016410*
016420*    AN ENTRY WRITTEN BEFORE BATCH TYPES WERE KEPT IS AN
016430*    ORDINARY NIGHT'S.
016440*
016450     IF LR-REVERSAL-BATCH OR LR-REPOST-BATCH
016460         MOVE LR-BATCH-TYPE TO WS-TBL-BATCH-TYPE(WS-REG-COUNT)
016470         MOVE LR-REPRO-SEQ  TO WS-TBL-REPRO-SEQ(WS-REG-COUNT)
016480     ELSE
016490         MOVE 'N'  TO WS-TBL-BATCH-TYPE(WS-REG-COUNT)
016500         MOVE ZERO TO WS-TBL-REPRO-SEQ(WS-REG-COUNT)
016510     END-IF.
016520*
016530 7110-EXIT.
016540     EXIT.
016550*
016560*===============================================================
016570*    7200-NOTE-TRANSMISSION
016580*===============================================================
016590 7200-NOTE-TRANSMISSION.
016600*
016610*    THE CALLER LOADS WS-NOTE-TYPE, WS-NOTE-COUNT, AND
016620*    WS-NOTE-TOTAL.  AN ENTRY IS KNOWN BY ITS DATE, CYCLE,
016630*    BATCH TYPE, AND REPROCESSING NUMBER.
016640*
016650     MOVE ZERO TO WS-FOUND-INDEX.
016660     PERFORM 7210-FIND-ENTRY THRU 7210-EXIT
016670         VARYING WS-IDX FROM 1 BY 1
016680         UNTIL WS-IDX > WS-REG-COUNT
016690            OR WS-FOUND-INDEX > ZERO.
016700*
016710     IF WS-FOUND-INDEX = ZERO
016720         IF WS-REG-COUNT >= WS-REG-MAX
016730             DISPLAY 'CXB40124 LEDGREG TABLE FULL - '
016740                 'TRANSMISSION NOT NOTED'
016750             MOVE 8 TO RETURN-CODE
016760             GO TO 7200-EXIT
016770         END-IF
016780         ADD 1 TO WS-REG-COUNT
016790         MOVE WS-REG-COUNT TO WS-FOUND-INDEX
016800     END-IF.
016810*
016820     MOVE WS-RUN-DATE     TO WS-TBL-BUSINESS-DATE(WS-FOUND-INDEX).
016830     MOVE WS-RUN-CYCLE    TO WS-TBL-CYCLE(WS-FOUND-INDEX).
016840     MOVE WS-NOTE-COUNT   TO WS-TBL-RECORD-COUNT(WS-FOUND-INDEX).
016850     MOVE WS-NOTE-TOTAL   TO WS-TBL-AMOUNT-TOTAL(WS-FOUND-INDEX).
016860     MOVE 'S'             TO WS-TBL-STATUS(WS-FOUND-INDEX).
016870     MOVE WS-POST-DATE    TO WS-TBL-POST-DATE(WS-FOUND-INDEX).
016880     MOVE WS-PPA-FLAG     TO WS-TBL-PPA-FLAG(WS-FOUND-INDEX).
016890     MOVE WS-NOTE-TYPE    TO WS-TBL-BATCH-TYPE(WS-FOUND-INDEX).
016900     MOVE WS-REPRO-SEQ    TO WS-TBL-REPRO-SEQ(WS-FOUND-INDEX).
016910*
016920 7200-EXIT.
016930     EXIT.
016940*
016950*===============================================================
016960*    7210-FIND-ENTRY
016970*===============================================================
016980 7210-FIND-ENTRY.
016990*
017000     IF WS-TBL-BUSINESS-DATE(WS-IDX) = WS-RUN-DATE
017010         AND WS-TBL-CYCLE(WS-IDX) = WS-RUN-CYCLE
017020         AND WS-TBL-BATCH-TYPE(WS-IDX) = WS-NOTE-TYPE
017030         AND WS-TBL-REPRO-SEQ(WS-IDX) = WS-REPRO-SEQ
017040         MOVE WS-IDX TO WS-FOUND-INDEX
017050     END-IF.
017060*
017070 7210-EXIT.
017080     EXIT.
017090*
017100*===============================================================
017110*    7300-APPLY-ACKS
017120*===============================================================
017130 7300-APPLY-ACKS.
017140*
017150*    A MISSING LEDGACK JUST MEANS NOTHING WAS CONFIRMED
017160*    TONIGHT.  ONCE APPLIED IT IS RESET TO EMPTY SO THE SAME
017170*    ACKNOWLEDGMENTS ARE NOT REAPPLIED NIGHT AFTER NIGHT.
017180*
017190     OPEN INPUT ACK-FILE.
017200     IF NOT WS-ACK-FILE-OK
017210         SET END-OF-ACKS TO TRUE
017220         GO TO 7300-EXIT
017230     END-IF.
017240*
017250     READ ACK-FILE
017260         AT END
017270             SET END-OF-ACKS TO TRUE
017280     END-READ.
017290     PERFORM 7310-APPLY-ONE-ACK THRU 7310-EXIT
017300         UNTIL END-OF-ACKS.
017310*
017320     CLOSE ACK-FILE.
017330     OPEN OUTPUT ACK-FILE.
017340     CLOSE ACK-FILE.
017350*
017360 7300-EXIT.
017370     EXIT.
017380*
017390*===============================================================
017400*    7310-APPLY-ONE-ACK
017410*===============================================================
017420 7310-APPLY-ONE-ACK.
017430*
017440     PERFORM 7320-MARK-ONE-ENTRY THRU 7320-EXIT
017450         VARYING WS-IDX FROM 1 BY 1
017460         UNTIL WS-IDX > WS-REG-COUNT.
017470*
017480     READ ACK-FILE
017490         AT END
017500             SET END-OF-ACKS TO TRUE
017510     END-READ.
017520*
017530 7310-EXIT.
017540     EXIT.
017550*
017560*===============================================================
017570*    7320-MARK-ONE-ENTRY
017580*===============================================================
017590 7320-MARK-ONE-ENTRY.
017600*
017610*    AN ACKNOWLEDGMENT WITH CYCLE ZERO COVERS EVERY CYCLE OF
017620*    ITS DATE, SO A LEDGER SYSTEM THAT CONFIRMS BY DATE ALONE
017630*    STILL CLEARS THE REGISTER.
017640*
017650     IF WS-TBL-BUSINESS-DATE(WS-IDX) = AK-BUSINESS-DATE
017660         AND (AK-CYCLE = ZERO
017670           OR WS-TBL-CYCLE(WS-IDX) = AK-CYCLE)
017680         MOVE 'A' TO WS-TBL-STATUS(WS-IDX)
017690     END-IF.
017700*
017710 7320-EXIT.
017720     EXIT.
017730*
017740*===============================================================
017750*    7400-REWRITE-REGISTER
017760*===============================================================
017770 7400-REWRITE-REGISTER.
017780*
017790     OPEN OUTPUT REGISTER-FILE.
017800     IF NOT WS-LREG-FILE-OK
017810         DISPLAY 'CXB40124 LEDGREG REWRITE FAILED, STATUS='
017820             WS-LREG-STATUS
017830         MOVE 8 TO RETURN-CODE
017840         GO TO 7400-EXIT
017850     END-IF.
017860*
017870     PERFORM 7410-WRITE-ONE-ENTRY THRU 7410-EXIT
017880         VARYING WS-IDX FROM 1 BY 1
017890         UNTIL WS-IDX > WS-REG-COUNT.
017900     CLOSE REGISTER-FILE.
017910*
017920 7400-EXIT.
017930     EXIT.
017940*
017950*===============================================================
017960*    7410-WRITE-ONE-ENTRY
017970*===============================================================
017980 7410-WRITE-ONE-ENTRY.
017990*
018000     MOVE WS-TBL-BUSINESS-DATE(WS-IDX) TO LR-BUSINESS-DATE.
018010     MOVE WS-TBL-CYCLE(WS-IDX)         TO LR-CYCLE.
018020     MOVE WS-TBL-RECORD-COUNT(WS-IDX)  TO LR-RECORD-COUNT.
018030     MOVE WS-TBL-AMOUNT-TOTAL(WS-IDX)  TO LR-AMOUNT-TOTAL.
018040     MOVE WS-TBL-STATUS(WS-IDX)        TO LR-STATUS.
018050     MOVE WS-TBL-POST-DATE(WS-IDX)     TO LR-POST-DATE.
018060     MOVE WS-TBL-PPA-FLAG(WS-IDX)      TO LR-PPA-FLAG.
018070     MOVE WS-TBL-BATCH-TYPE(WS-IDX)    TO LR-BATCH-TYPE.
018080     MOVE WS-TBL-REPRO-SEQ(WS-IDX)     TO LR-REPRO-SEQ.
018090     WRITE REGISTER-RECORD.
018100*
018110 7410-EXIT.
018120     EXIT.
018130*
018140*===============================================================
018150*    7500-SAVE-ACCOUNT-TOTALS
018160*===============================================================
018170 7500-SAVE-ACCOUNT-TOTALS.
018180*
018190*    THE POSTING BATCH'S ACCOUNT TOTALS REPLACE ANY LEDGDTL
018200*    LINES ALREADY KEPT UNDER THE SAME DATE, CYCLE, AND
018210*    REPROCESSING NUMBER, AS A FORCED RERUN OF THE NIGHT SENDS
018220*    THE BATCH AGAIN IN PLACE OF THE FIRST.
018230*
018240     MOVE WS-REPRO-SEQ TO WS-BROWSE-SEQ.
018250     PERFORM 2720-START-BROWSE THRU 2720-EXIT.
018260     PERFORM 7510-DELETE-ONE-LINE THRU 7510-EXIT
018270         UNTIL END-OF-DETAIL.
018280*
018290     PERFORM 7520-WRITE-ONE-LINE THRU 7520-EXIT
018300         VARYING WS-ACCT-IDX FROM 1 BY 1
018310         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
018320     CLOSE DETAIL-FILE.
018330*
018340     IF ACCOUNT-TABLE-FULL
018350         IF RETURN-CODE < 4
018360             MOVE 4 TO RETURN-CODE
018370         END-IF
018380         MOVE 'W' TO WS-EVT-SEVERITY
018390         MOVE 'LEDGDTL' TO WS-EVT-CODE
018400         MOVE 'LEDGDTL INCOMPLETE - BATCH NOT REVERSIBLE'
018410             TO WS-EVT-TEXT
018420         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
018430     END-IF.
018440*
018450 7500-EXIT.
018460     EXIT.
018470*
018480*===============================================================
018490*    7510-DELETE-ONE-LINE
018500*===============================================================
018510 7510-DELETE-ONE-LINE.
018520*
018530     READ DETAIL-FILE NEXT RECORD
018540         AT END
018550             SET END-OF-DETAIL TO TRUE
018560             GO TO 7510-EXIT
018570     END-READ.
018580     IF LD-BUSINESS-DATE NOT = WS-RUN-DATE
018590         OR LD-CYCLE NOT = WS-RUN-CYCLE
018600         OR LD-REPRO-SEQ NOT = WS-BROWSE-SEQ
018610         SET END-OF-DETAIL TO TRUE
018620         GO TO 7510-EXIT
018630     END-IF.
018640     DELETE DETAIL-FILE RECORD.
018650     IF NOT WS-LDTL-FILE-OK
018660         DISPLAY 'CXB40124 LEDGDTL DELETE FAILED, STATUS='
018670             WS-LDTL-STATUS
018680         MOVE 8 TO RETURN-CODE
018690         SET END-OF-DETAIL TO TRUE
018700     END-IF.
018710*
018720 7510-EXIT.
018730     EXIT.
018740*
018750*===============================================================
018760*    7520-WRITE-ONE-LINE
018770*===============================================================
018780 7520-WRITE-ONE-LINE.
018790*
018800*    AN ACCOUNT ONLY ON THE REVERSED BATCH HAS NOTHING POSTED
018810*    TO IT NOW AND GETS NO LINE.
018820*
018830     IF WS-ACT-AFTER-COUNT(WS-ACCT-IDX) = ZERO
018840         GO TO 7520-EXIT
018850     END-IF.
018860     MOVE WS-RUN-DATE                     TO LD-BUSINESS-DATE.
018870     MOVE WS-RUN-CYCLE                    TO LD-CYCLE.
018880     MOVE WS-REPRO-SEQ                    TO LD-REPRO-SEQ.
018890     MOVE WS-ACT-ACCOUNT(WS-ACCT-IDX)     TO LD-ACCOUNT.
018900     MOVE WS-ACT-COST-CENTER(WS-ACCT-IDX) TO LD-COST-CENTER.
018910     MOVE WS-BATCH-TYPE                   TO LD-BATCH-TYPE.
018920     MOVE WS-ACT-AFTER-COUNT(WS-ACCT-IDX) TO LD-RECORD-COUNT.
018930     MOVE WS-ACT-AFTER-AMOUNT(WS-ACCT-IDX)
018940                                          TO LD-AMOUNT.
018950     MOVE WS-POST-DATE                    TO LD-POST-DATE.
018960     WRITE LEDGER-DETAIL-RECORD.
018970     IF NOT WS-LDTL-FILE-OK
018980         DISPLAY 'CXB40124 LEDGDTL WRITE FAILED, STATUS='
018990             WS-LDTL-STATUS ' FOR ' LD-ACCOUNT
019000         MOVE 8 TO RETURN-CODE
019010     END-IF.
019020*
019030 7520-EXIT.
019040     EXIT.
019050*
019060*===============================================================
019070*    8000-PRINT-REPRO-REPORT
019080*===============================================================
019090 8000-PRINT-REPRO-REPORT.
019100*
019110*    EVERY ACCOUNT AND COST CENTER OF EITHER BATCH, WITH WHAT
019120*    WAS POSTED TO IT BEFORE THE REPROCESSING, WHAT IS POSTED
019130*    NOW, AND THE NET CHANGE THE TWO BATCHES MAKE TO THE LEDGER.
019140*
019150     OPEN OUTPUT REPRO-REPORT-FILE.
019160*
019170     MOVE WS-RUN-DATE  TO WS-RPH-DATE.
019180     MOVE WS-RUN-CYCLE TO WS-RPH-CYCLE.
019190     MOVE WS-REPRO-SEQ TO WS-RPH-SEQ.
019200     WRITE REPRO-REPORT-RECORD FROM WS-RP-HEADING-LINE.
019210     MOVE WS-POST-DATE TO WS-RPP-POST-DATE.
019220     MOVE WS-PPA-FLAG  TO WS-RPP-PPA-FLAG.
019230     WRITE REPRO-REPORT-RECORD FROM WS-RP-POST-LINE.
019240     IF ORIGINAL-FOUND
019250         MOVE WS-TBL-BATCH-TYPE(WS-ORIG-INDEX) TO WS-RPO-TYPE
019260         MOVE WS-ORIG-SEQ                      TO WS-RPO-SEQ
019270         MOVE WS-TBL-STATUS(WS-ORIG-INDEX)     TO WS-RPO-STATUS
019280         MOVE WS-BEFORE-DETAILS                TO WS-RPO-COUNT
019290         WRITE REPRO-REPORT-RECORD FROM WS-RP-ORIG-LINE
019300     ELSE
019310         MOVE 'NOTHING SENT EARLIER - NOTHING REVERSED'
019320             TO WS-RPT-TEXT
019330         WRITE REPRO-REPORT-RECORD FROM WS-RP-TEXT-LINE
019340     END-IF.
019350     MOVE 'AMOUNTS SIGNED: POSITIVE DEBIT, NEGATIVE CREDIT'
019360         TO WS-RPT-TEXT.
019370     WRITE REPRO-REPORT-RECORD FROM WS-RP-TEXT-LINE.
019380     MOVE SPACES TO REPRO-REPORT-RECORD.
019390     WRITE REPRO-REPORT-RECORD.
019400     WRITE REPRO-REPORT-RECORD FROM WS-RP-COLUMN-LINE.
019410*
019420     PERFORM 8100-PRINT-ONE-ACCOUNT THRU 8100-EXIT
019430         VARYING WS-ACCT-IDX FROM 1 BY 1
019440         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
019450*
019460     MOVE 'TOTAL'            TO WS-RPA-ACCOUNT.
019470     MOVE SPACES             TO WS-RPA-COST-CENTER.
019480     MOVE WS-ORIG-AMOUNT-SUM TO WS-RPA-BEFORE.
019490     MOVE WS-AMOUNT-TOTAL    TO WS-RPA-AFTER.
019500     COMPUTE WS-NET-AMOUNT = WS-AMOUNT-TOTAL - WS-ORIG-AMOUNT-SUM.
019510     MOVE WS-NET-AMOUNT      TO WS-RPA-NET.
019520     WRITE REPRO-REPORT-RECORD FROM WS-RP-ACCOUNT-LINE.
019530*
019540     MOVE SPACES TO REPRO-REPORT-RECORD.
019550     WRITE REPRO-REPORT-RECORD.
019560     MOVE 'REVERSAL BATCH (V)' TO WS-RPB-LABEL.
019570     MOVE WS-REV-COUNT         TO WS-RPB-COUNT.
019580     MOVE WS-REV-TOTAL         TO WS-RPB-TOTAL.
019590     WRITE REPRO-REPORT-RECORD FROM WS-RP-BATCH-LINE.
019600     MOVE 'REPOST BATCH (R)'   TO WS-RPB-LABEL.
019610     MOVE WS-DETAIL-COUNT      TO WS-RPB-COUNT.
019620     MOVE WS-AMOUNT-TOTAL      TO WS-RPB-TOTAL.
019630     WRITE REPRO-REPORT-RECORD FROM WS-RP-BATCH-LINE.
019640     MOVE 'UNMAPPED - NOT POSTED' TO WS-RPB-LABEL.
019650     MOVE WS-UNMAPPED-COUNT    TO WS-RPB-COUNT.
019660     MOVE ZERO                 TO WS-RPB-TOTAL.
019670     WRITE REPRO-REPORT-RECORD FROM WS-RP-BATCH-LINE.
019680     IF ACCOUNT-TABLE-FULL
019690         MOVE 'ACCOUNT TABLE FULL - LINES ABOVE INCOMPLETE'
019700             TO WS-RPT-TEXT
019710         WRITE REPRO-REPORT-RECORD FROM WS-RP-TEXT-LINE
019720     END-IF.
019730*
019740     CLOSE REPRO-REPORT-FILE.
019750*
019760 8000-EXIT.
019770     EXIT.
019780*
019790*===============================================================
019800*    8100-PRINT-ONE-ACCOUNT
019810*===============================================================
019820 8100-PRINT-ONE-ACCOUNT.
019830*
019840     MOVE WS-ACT-ACCOUNT(WS-ACCT-IDX)     TO WS-RPA-ACCOUNT.
019850     MOVE WS-ACT-COST-CENTER(WS-ACCT-IDX) TO WS-RPA-COST-CENTER.
019860     MOVE WS-ACT-BEFORE-AMOUNT(WS-ACCT-IDX) TO WS-RPA-BEFORE.
019870     MOVE WS-ACT-AFTER-AMOUNT(WS-ACCT-IDX)  TO WS-RPA-AFTER.
019880     COMPUTE WS-NET-AMOUNT = WS-ACT-AFTER-AMOUNT(WS-ACCT-IDX)
019890                           - WS-ACT-BEFORE-AMOUNT(WS-ACCT-IDX).
019900     MOVE WS-NET-AMOUNT                   TO WS-RPA-NET.
019910     WRITE REPRO-REPORT-RECORD FROM WS-RP-ACCOUNT-LINE.
019920*
019930 8100-EXIT.
019940     EXIT.
019950*
019960*===============================================================
019970*    9000-TERMINATE
019980*===============================================================
019990 9000-TERMINATE.
020000*
020010     IF WS-UNMAPPED-COUNT > ZERO
020020         IF RETURN-CODE < 4
020030             MOVE 4 TO RETURN-CODE
020040         END-IF
020050         MOVE 'W' TO WS-EVT-SEVERITY
020060         MOVE 'GLUNMAP' TO WS-EVT-CODE
020070         MOVE 'RESULTS WITH NO GLMAP ENTRY - NOT POSTED'
020080             TO WS-EVT-TEXT
020090         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
020100     END-IF.
020110*
020120     IF ENVELOPE-BAD
020130         MOVE 8 TO RETURN-CODE
020140     END-IF.
020150*
020160     IF REVERSAL-WRITTEN
020170         DISPLAY 'CXB40124 DETAILS REVERSED:   ' WS-REV-COUNT
020180     END-IF.
020190     DISPLAY 'CXB40124 DETAILS EXTRACTED:  ' WS-DETAIL-COUNT.
020200     DISPLAY 'CXB40124 OVERFLOWS SKIPPED:  ' WS-SKIP-COUNT.
020210     DISPLAY 'CXB40124 UNMAPPED RESULTS:   ' WS-UNMAPPED-COUNT.
020220     DISPLAY 'CXB40124 REGISTER PRUNED:    ' WS-PRUNE-COUNT.
020230*
020240     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
020250*
020260 9000-EXIT.
020270     EXIT.
020280*
020290*===============================================================
020300*    8900-REGISTER-END
020310*===============================================================
020320 8900-REGISTER-END.
020330*
020340     MOVE 'E' TO WS-RUNC-FUNCTION.
020350     MOVE RETURN-CODE TO WS-RUNC-FINAL-RC.
020360     MOVE WS-ENV-DATA-COUNT TO WS-RUNC-IN-COUNT.
020370     CALL 'CXB40107' USING WS-RUNC-FUNCTION
020380                            PROGRAM-NAME
020390                            WS-RUNC-IN-COUNT
020400                            WS-DETAIL-COUNT
020410                            WS-RUNC-REJ-ZERO
020420                            WS-RUNC-TRUNC-ZERO
020430                            WS-RUNC-OVFL-ZERO
020440                            WS-RUNC-FINAL-RC
020450                            WS-RUNC-RESULT.
020460     IF RUN-REGISTRY-ERROR
020470         DISPLAY 'CXB40124 RUN REGISTRY UNAVAILABLE - '
020480             'END OF RUN NOT RECORDED'
020490     END-IF.
020500     MOVE WS-RUNC-FINAL-RC TO RETURN-CODE.
020510*
020520 8900-EXIT.
020530     EXIT.
020540*
020550*===============================================================
020560*    9800-LOG-EVENT
020570*===============================================================
020580 9800-LOG-EVENT.
020590*
020600*    ONE OPSEVENT RECORD THROUGH THE CXB40127 SERVICE, IN
020610*    ADDITION TO THE CONSOLE DISPLAY ALREADY MADE.  THE
020620*    CALLER LOADS THE SEVERITY, CODE, AND TEXT FIRST.
020630*
020640     CALL 'CXB40127' USING PROGRAM-NAME
020650                            WS-EVT-SEVERITY
020660                            WS-EVT-CODE
020670                            WS-EVT-TEXT
020680                            WS-EVT-RESULT.
020690*
020700 9800-EXIT.
020710     EXIT.
